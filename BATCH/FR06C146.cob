      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C146.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CARGA DO CONTAS A RECEBER DE PROJETOS. RODA       00001400
      *               DEPOIS DO FATURAMENTO (FR06CB85): SOMA AS         00001500
      *               LINHAS DO FATURA POR PROJETO E GERA UMA FATURA    00001600
      *               POR PROJETO NO CONTAS A RECEBER (CTAREC, LAYOUT   00001700
      *               B#RECEB), COM NUMERO SEQUENCIAL A PARTIR DO       00001800
      *               MAIOR JA EXISTENTE, CLIENTE DO CADASTRO DE        00001900
      *               PROJETOS (PROJMST, B#PROJM) E VENCIMENTO =        00002000
      *               EMISSAO + PARAMETRO PRAZO-RECEBIMENTO DO PARAMS   00002100
      *               (DIAS CORRIDOS, PADRAO 030, VIGENTE NA EMISSAO),  00002200
      *               LEVADO AO DIA UTIL SEGUINTE PELO CALNDIA COMO NO  00002300
      *               CONTAS A PAGAR DO FR06C138. O CADASTRO E          00002400
      *               REGRAVADO (RECENT -> RECSAI) COM AS FATURAS       00002500
      *               NOVAS NO FIM.                                     00002600
      *               PROJETO SEM CLIENTE OU FORA DO PROJMST NAO E      00002700
      *               CARREGADO (RC 4); PROJETO QUE JA TEM FATURA       00002800
      *               COM A MESMA EMISSAO TAMBEM NAO (RECARGA DO MESMO  00002900
      *               FATURA NAO DUPLICA). ACERTADO O CADASTRO, BASTA   00003000
      *               RODAR DE NOVO COM A MESMA DATA DE EMISSAO.        00003100
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     INPUT:                                                      00003400
      *     DDNAME           I/O                                        00003500
      *     FATURA            I   (LINHAS DE FATURA - LRECL 80)         00003600
      *     PROJMST           I   (CADASTRO DE PROJETOS - LRECL 80)     00003700
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00003800
      *     RECENT            I   (CONTAS A RECEBER ATUAL - LRECL 100,  00003900
      *                            AUSENTE NA PRIMEIRA CARGA)           00004000
      *     RECSAI            O   (CONTAS A RECEBER NOVO - LRECL 100)   00004100
      *                                                                 00004200
      *     SYSIN  - COL 01-08 DATA DE EMISSAO (AAAAMMDD; EM BRANCO =   00004300
      *              DATA DO SISTEMA)                                   00004400
      *                                                                 00004500
      *----------------------------------------------------------------*00004600
      *     MANUTENCAO:                                                 00004700
      *                                                                 00004800
      *================================================================*00004900
                                                                        00005000
      *================================================================*00005100
       ENVIRONMENT                               DIVISION.              00005200
      *================================================================*00005300
                                                                        00005400
      *----------------------------------------------------------------*00005500
       CONFIGURATION                             SECTION.               00005600
      *----------------------------------------------------------------*00005700
                                                                        00005800
       SPECIAL-NAMES.                                                   00005900
           DECIMAL-POINT IS COMMA.                                      00006000
                                                                        00006100
      *----------------------------------------------------------------*00006200
       INPUT-OUTPUT                              SECTION.               00006300
      *----------------------------------------------------------------*00006400
                                                                        00006500
       FILE-CONTROL.                                                    00006600
             SELECT FATURA             ASSIGN TO FATURA                 00006700
                FILE STATUS            IS WRK-FS-FATURA.                00006800
             SELECT PROJMST            ASSIGN TO PROJMST                00006900
                FILE STATUS            IS WRK-FS-PROJMST.               00007000
             SELECT PARAMS             ASSIGN TO PARAMS                 00007100
                FILE STATUS            IS WRK-FS-PARAMS.                00007200
             SELECT RECENT             ASSIGN TO RECENT                 00007300
                FILE STATUS            IS WRK-FS-RECENT.                00007400
             SELECT RECSAI             ASSIGN TO RECSAI                 00007500
                FILE STATUS            IS WRK-FS-RECSAI.                00007600
                                                                        00007700
      *================================================================*00007800
       DATA                                      DIVISION.              00007900
      *================================================================*00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       FILE                                      SECTION.               00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FD FATURA                                                        00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-FATURA.                                                    00008900
          05 FD-FAT-PROJETO            PIC X(20).                       00009000
          05 FD-FAT-ID                 PIC X(05).                       00009100
          05 FD-FAT-HORAS              PIC 9(05).                       00009200
          05 FD-FAT-TARIFA             PIC 9(05)V99.                    00009300
          05 FD-FAT-VALOR              PIC 9(09)V99.                    00009400
          05 FD-FAT-IMPOSTO            PIC 9(07)V99.                    00009500
          05 FILLER                    PIC X(23).                       00009600
                                                                        00009700
       FD PROJMST                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-PROJMST                   PIC X(80).                       00010100
                                                                        00010200
       FD PARAMS                                                        00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-PARAMS                    PIC X(50).                       00010600
                                                                        00010700
       FD RECENT                                                        00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-RECENT                    PIC X(100).                      00011100
                                                                        00011200
       FD RECSAI                                                        00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       01 FD-RECSAI                    PIC X(100).                      00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
       WORKING-STORAGE                           SECTION.               00011900
      *----------------------------------------------------------------*00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       01 FILLER                       PIC X(50)               VALUE    00012300
            '**** AREA DOS LAYOUTS ****'.                               00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
        COPY 'B#RECEB'.                                                 00012700
                                                                        00012800
        COPY 'B#PROJM'.                                                 00012900
                                                                        00013000
        COPY 'B#PARAM'.                                                 00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
       01 FILLER                       PIC X(50)               VALUE    00013400
            '**** AREA DO CARTAO E DATAS ****'.                         00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       01 WRK-CARTAO.                                                   00013800
          05 WRK-CARTAO-EMISSAO        PIC X(08).                       00013900
          05 FILLER                    PIC X(72).                       00014000
                                                                        00014100
       01 WRK-DATA-EMISSAO.                                             00014200
          05 WRK-EMI-ANO               PIC 9(04).                       00014300
          05 WRK-EMI-MES               PIC 9(02).                       00014400
          05 WRK-EMI-DIA               PIC 9(02).                       00014500
       01 WRK-DATA-EMISSAO-N REDEFINES WRK-DATA-EMISSAO                 00014600
                                       PIC 9(08).                       00014700
                                                                        00014800
       01 WRK-DATA-VENCTO.                                              00014900
          05 WRK-VEN-ANO               PIC 9(04).                       00015000
          05 WRK-VEN-MES               PIC 9(02).                       00015100
          05 WRK-VEN-DIA               PIC 9(02).                       00015200
       01 WRK-DATA-VENCTO-N REDEFINES WRK-DATA-VENCTO                   00015300
                                       PIC 9(08).                       00015400
                                                                        00015500
       01 WRK-TAB-DIAS-MES-DADOS.                                       00015600
          05 FILLER                    PIC X(24) VALUE                  00015700
             '312831303130313130313031'.                                00015800
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00015900
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00016000
                                                                        00016100
       77 WRK-ULTIMO-DIA               PIC 9(02) VALUE ZEROS.           00016200
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00016300
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00016400
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00016500
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00016600
       77 WRK-CONT-DIAS                PIC 9(04) VALUE ZEROS.           00016700
       77 WRK-PRAZO-RECEB              PIC 9(03) VALUE 30.              00016800
       77 WRK-VIG-PRAZO                PIC 9(08) VALUE ZEROS.           00016900
                                                                        00017000
      *----------------------------------------------------------------*00017100
       01 FILLER                       PIC X(50)               VALUE    00017200
            '**** TABELAS DE PROJETOS E FATURAS ****'.                  00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
       01 WRK-TAB-PROJETOS.                                             00017600
          05 WRK-TAB-PRJ-ITEM          OCCURS 200 TIMES.                00017700
             10 WRK-TBP-PROJETO        PIC X(20).                       00017800
             10 WRK-TBP-CLIENTE        PIC X(08).                       00017900
                                                                        00018000
       77 WRK-QT-PROJETOS              PIC 9(03) VALUE ZEROS.           00018100
       77 WRK-IDX-PRJ                  PIC 9(03) VALUE ZEROS.           00018200
       77 WRK-PRJ-ACHADO               PIC 9(03) VALUE ZEROS.           00018300
                                                                        00018400
      *    UMA ENTRADA POR PROJETO DO FATURA, NA ORDEM EM QUE APARECE   00018500
       01 WRK-TAB-FATURAS.                                              00018600
          05 WRK-TAB-FAT-ITEM          OCCURS 200 TIMES.                00018700
             10 WRK-TBF-PROJETO        PIC X(20).                       00018800
             10 WRK-TBF-LINHAS         PIC 9(05).                       00018900
             10 WRK-TBF-VALOR          PIC 9(11)V99.                    00019000
             10 WRK-TBF-IMPOSTO        PIC 9(09)V99.                    00019100
                                                                        00019200
       77 WRK-QT-FATURAS               PIC 9(03) VALUE ZEROS.           00019300
       77 WRK-IDX-FAT                  PIC 9(03) VALUE ZEROS.           00019400
       77 WRK-FAT-ACHADA               PIC 9(03) VALUE ZEROS.           00019500
                                                                        00019600
      *    PROJETOS QUE JA TEM FATURA COM A MESMA DATA DE EMISSAO       00019700
       01 WRK-TAB-JA-EMITIDAS.                                          00019800
          05 WRK-TAB-JAE-ITEM          OCCURS 200 TIMES.                00019900
             10 WRK-TBJ-PROJETO        PIC X(20).                       00020000
                                                                        00020100
       77 WRK-QT-JA-EMITIDAS           PIC 9(03) VALUE ZEROS.           00020200
       77 WRK-IDX-JAE                  PIC 9(03) VALUE ZEROS.           00020300
       77 WRK-JA-EMITIDA               PIC X(01) VALUE 'N'.             00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01 FILLER                       PIC X(50)               VALUE    00020700
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       77 WRK-FS-FATURA                PIC X(02) VALUE SPACES.          00021100
       77 WRK-FS-PROJMST               PIC X(02) VALUE SPACES.          00021200
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00021300
       77 WRK-FS-RECENT                PIC X(02) VALUE SPACES.          00021400
       77 WRK-FS-RECSAI                PIC X(02) VALUE SPACES.          00021500
       77 WRK-ULTIMO-NUMERO            PIC 9(08) VALUE ZEROS.           00021600
       77 WRK-ACU-EXISTENTES           PIC 9(07) VALUE ZEROS.           00021700
       77 WRK-ACU-LINHAS               PIC 9(07) VALUE ZEROS.           00021800
       77 WRK-ACU-EMITIDAS             PIC 9(05) VALUE ZEROS.           00021900
       77 WRK-ACU-SEM-CLIENTE          PIC 9(05) VALUE ZEROS.           00022000
       77 WRK-ACU-DUPLICADAS           PIC 9(05) VALUE ZEROS.           00022100
       77 WRK-TOT-EMITIDO              PIC 9(13)V99 VALUE ZEROS.        00022200
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DOS MODULOS CALNDIA E TRTERRO ****'.             00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
        COPY '#CALNDIA'.                                                00023000
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
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-FATURA EQUAL '10'.       00024300
                                                                        00024400
           PERFORM 2500-EMITIR-FATURA                                   00024500
               VARYING WRK-IDX-FAT FROM 1 BY 1                          00024600
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS.                00024700
                                                                        00024800
           PERFORM 3000-FINALIZAR.                                      00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       0000-99-FIM.            EXIT.                                    00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       1000-INICIAR                       SECTION.                      00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
            ACCEPT WRK-CARTAO FROM SYSIN.                               00025900
            IF WRK-CARTAO-EMISSAO EQUAL SPACES                          00026000
                ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD              00026100
            ELSE                                                        00026200
                MOVE WRK-CARTAO-EMISSAO TO WRK-DATA-EMISSAO             00026300
            END-IF.                                                     00026400
                                                                        00026500
            IF WRK-DATA-EMISSAO-N NOT NUMERIC                           00026600
                MOVE ' DATA DE EMISSAO INVALIDA NA SYSIN ' TO WRK-MSG   00026700
                PERFORM 9000-TRATAR-ERROS                               00026800
            END-IF.                                                     00026900
            MOVE 'V'         TO WRK-CAL-FUNCAO.                         00027000
            MOVE WRK-EMI-DIA TO WRK-CAL-DIA.                            00027100
            MOVE WRK-EMI-MES TO WRK-CAL-MES.                            00027200
            MOVE WRK-EMI-ANO TO WRK-CAL-ANO.                            00027300
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00027400
            IF WRK-CAL-RETORNO EQUAL '1'                                00027500
                MOVE ' DATA DE EMISSAO INVALIDA NA SYSIN ' TO WRK-MSG   00027600
                PERFORM 9000-TRATAR-ERROS                               00027700
            END-IF.                                                     00027800
                                                                        00027900
            OPEN INPUT  FATURA                                          00028000
                 OUTPUT RECSAI.                                         00028100
            IF WRK-FS-FATURA NOT EQUAL ZEROS                            00028200
                MOVE ' ERRO ABERTURA FATURA ' TO WRK-MSG                00028300
                PERFORM 9000-TRATAR-ERROS                               00028400
            END-IF.                                                     00028500
            IF WRK-FS-RECSAI NOT EQUAL ZEROS                            00028600
                MOVE ' ERRO ABERTURA RECSAI ' TO WRK-MSG                00028700
                PERFORM 9000-TRATAR-ERROS                               00028800
            END-IF.                                                     00028900
                                                                        00029000
            PERFORM 1100-CARREGAR-PROJETOS.                             00029100
            PERFORM 1300-COPIAR-RECEBER.                                00029200
            PERFORM 1500-CARREGAR-PARAMETROS.                           00029300
                                                                        00029400
            READ FATURA.                                                00029500
            IF WRK-FS-FATURA NOT EQUAL ZEROS                            00029600
                MOVE '10' TO WRK-FS-FATURA                              00029700
            END-IF.                                                     00029800
                                                                        00029900
      *----------------------------------------------------------------*00030000
       1000-99-FIM.            EXIT.                                    00030100
      *----------------------------------------------------------------*00030200
      *----------------------------------------------------------------*00030300
       1100-CARREGAR-PROJETOS             SECTION.                      00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
            OPEN INPUT PROJMST.                                         00030700
            IF WRK-FS-PROJMST NOT EQUAL ZEROS                           00030800
                MOVE ' ERRO ABERTURA PROJMST ' TO WRK-MSG               00030900
                PERFORM 9000-TRATAR-ERROS                               00031000
            END-IF.                                                     00031100
                                                                        00031200
            PERFORM 1110-LER-PROJETO                                    00031300
                UNTIL WRK-FS-PROJMST EQUAL '10'.                        00031400
            CLOSE PROJMST.                                              00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       1100-99-FIM.            EXIT.                                    00031800
      *----------------------------------------------------------------*00031900
      *----------------------------------------------------------------*00032000
       1110-LER-PROJETO                   SECTION.                      00032100
      *----------------------------------------------------------------*00032200
      *    O PROJETO ENCERRADO TAMBEM ENTRA: AS HORAS DO PERIODO PODEM  00032300
      *    TER SIDO FATURADAS ANTES DO ENCERRAMENTO.                    00032400
      *----------------------------------------------------------------*00032500
                                                                        00032600
            READ PROJMST INTO WRK-REG-PROJM.                            00032700
            IF WRK-FS-PROJMST NOT EQUAL ZEROS                           00032800
                MOVE '10' TO WRK-FS-PROJMST                             00032900
                GO TO 1110-99-FIM                                       00033000
            END-IF.                                                     00033100
                                                                        00033200
            IF WRK-QT-PROJETOS NOT LESS 200                             00033300
                MOVE ' TABELA DE PROJETOS CHEIA ' TO WRK-MSG            00033400
                PERFORM 9000-TRATAR-ERROS                               00033500
            END-IF.                                                     00033600
            ADD 1 TO WRK-QT-PROJETOS.                                   00033700
            MOVE WRK-PRM-PROJETO TO WRK-TBP-PROJETO(WRK-QT-PROJETOS).   00033800
            MOVE WRK-PRM-CLIENTE TO WRK-TBP-CLIENTE(WRK-QT-PROJETOS).   00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
       1110-99-FIM.            EXIT.                                    00034200
      *----------------------------------------------------------------*00034300
      *----------------------------------------------------------------*00034400
       1300-COPIAR-RECEBER                SECTION.                      00034500
      *----------------------------------------------------------------*00034600
      *    REGRAVA AS FATURAS EXISTENTES, GUARDANDO O ULTIMO NUMERO E   00034700
      *    OS PROJETOS JA FATURADOS NESTA DATA DE EMISSAO.              00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
            OPEN INPUT RECENT.                                          00035100
            IF WRK-FS-RECENT EQUAL '35'                                 00035200
                DISPLAY 'RECENT AUSENTE - PRIMEIRA CARGA DO RECEBER'    00035300
                GO TO 1300-99-FIM                                       00035400
            END-IF.                                                     00035500
            IF WRK-FS-RECENT NOT EQUAL ZEROS                            00035600
                MOVE ' ERRO ABERTURA RECENT ' TO WRK-MSG                00035700
                PERFORM 9000-TRATAR-ERROS                               00035800
            END-IF.                                                     00035900
                                                                        00036000
            PERFORM 1310-COPIAR-FATURA                                  00036100
                UNTIL WRK-FS-RECENT EQUAL '10'.                         00036200
            CLOSE RECENT.                                               00036300
                                                                        00036400
      *----------------------------------------------------------------*00036500
       1300-99-FIM.            EXIT.                                    00036600
      *----------------------------------------------------------------*00036700
      *----------------------------------------------------------------*00036800
       1310-COPIAR-FATURA                 SECTION.                      00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
            READ RECENT INTO WRK-REG-RECEB.                             00037200
            IF WRK-FS-RECENT NOT EQUAL ZEROS                            00037300
                MOVE '10' TO WRK-FS-RECENT                              00037400
                GO TO 1310-99-FIM                                       00037500
            END-IF.                                                     00037600
                                                                        00037700
            ADD 1 TO WRK-ACU-EXISTENTES.                                00037800
            IF WRK-REC-NUMERO GREATER WRK-ULTIMO-NUMERO                 00037900
                MOVE WRK-REC-NUMERO TO WRK-ULTIMO-NUMERO                00038000
            END-IF.                                                     00038100
                                                                        00038200
            IF WRK-REC-DATA-EMISSAO EQUAL WRK-DATA-EMISSAO-N            00038300
                IF WRK-QT-JA-EMITIDAS NOT LESS 200                      00038400
                    MOVE ' TABELA DE FATURAS DO DIA CHEIA ' TO WRK-MSG  00038500
                    PERFORM 9000-TRATAR-ERROS                           00038600
                END-IF                                                  00038700
                ADD 1 TO WRK-QT-JA-EMITIDAS                             00038800
                MOVE WRK-REC-PROJETO                                    00038900
                     TO WRK-TBJ-PROJETO(WRK-QT-JA-EMITIDAS)             00039000
            END-IF.                                                     00039100
                                                                        00039200
            WRITE FD-RECSAI FROM WRK-REG-RECEB.                         00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       1310-99-FIM.            EXIT.                                    00039600
      *----------------------------------------------------------------*00039700
      *----------------------------------------------------------------*00039800
       1500-CARREGAR-PARAMETROS           SECTION.                      00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
            OPEN INPUT PARAMS.                                          00040200
            IF WRK-FS-PARAMS EQUAL '35'                                 00040300
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00040400
            ELSE                                                        00040500
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00040600
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00040700
                    PERFORM 9000-TRATAR-ERROS                           00040800
                ELSE                                                    00040900
                    PERFORM 1510-LER-PARAMETRO                          00041000
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00041100
                    CLOSE PARAMS                                        00041200
                END-IF                                                  00041300
            END-IF.                                                     00041400
                                                                        00041500
            DISPLAY 'PARAMETRO PRAZO-RECEBIMENTO: ' WRK-PRAZO-RECEB.    00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       1500-99-FIM.            EXIT.                                    00041900
      *----------------------------------------------------------------*00042000
      *----------------------------------------------------------------*00042100
       1510-LER-PARAMETRO                 SECTION.                      00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
            READ PARAMS INTO WRK-REG-PARAM.                             00042500
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00042600
                MOVE '10' TO WRK-FS-PARAMS                              00042700
                GO TO 1510-99-FIM                                       00042800
            END-IF.                                                     00042900
                                                                        00043000
            IF WRK-PARAM-NOME EQUAL 'PRAZO-RECEBIMENTO'                 00043100
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-EMISSAO-N   00043200
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-PRAZO           00043300
                IF WRK-PARAM-VALOR(1:3) NUMERIC                         00043400
                    MOVE WRK-PARAM-VALOR(1:3) TO WRK-PRAZO-RECEB        00043500
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PRAZO          00043600
                END-IF                                                  00043700
            END-IF.                                                     00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       1510-99-FIM.            EXIT.                                    00044100
      *----------------------------------------------------------------*00044200
      *----------------------------------------------------------------*00044300
       2000-PROCESSAR                     SECTION.                      00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
            ADD 1 TO WRK-ACU-LINHAS.                                    00044700
                                                                        00044800
            MOVE ZEROS TO WRK-FAT-ACHADA.                               00044900
            PERFORM 2100-PROCURAR-FATURA                                00045000
                VARYING WRK-IDX-FAT FROM 1 BY 1                         00045100
                UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS                00045200
                   OR WRK-FAT-ACHADA GREATER ZEROS.                     00045300
                                                                        00045400
            IF WRK-FAT-ACHADA EQUAL ZEROS                               00045500
                IF WRK-QT-FATURAS NOT LESS 200                          00045600
                    MOVE ' TABELA DE FATURAS CHEIA ' TO WRK-MSG         00045700
                    PERFORM 9000-TRATAR-ERROS                           00045800
                END-IF                                                  00045900
                ADD 1 TO WRK-QT-FATURAS                                 00046000
                MOVE WRK-QT-FATURAS TO WRK-FAT-ACHADA                   00046100
                MOVE FD-FAT-PROJETO TO WRK-TBF-PROJETO(WRK-FAT-ACHADA)  00046200
                MOVE ZEROS          TO WRK-TBF-LINHAS(WRK-FAT-ACHADA)   00046300
                                       WRK-TBF-VALOR(WRK-FAT-ACHADA)    00046400
                                       WRK-TBF-IMPOSTO(WRK-FAT-ACHADA)  00046500
            END-IF.                                                     00046600
                                                                        00046700
            ADD 1              TO WRK-TBF-LINHAS(WRK-FAT-ACHADA).       00046800
            ADD FD-FAT-VALOR   TO WRK-TBF-VALOR(WRK-FAT-ACHADA).        00046900
            ADD FD-FAT-IMPOSTO TO WRK-TBF-IMPOSTO(WRK-FAT-ACHADA).      00047000
                                                                        00047100
            READ FATURA.                                                00047200
            IF WRK-FS-FATURA NOT EQUAL ZEROS                            00047300
                MOVE '10' TO WRK-FS-FATURA                              00047400
            END-IF.                                                     00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       2000-99-FIM.            EXIT.                                    00047800
      *----------------------------------------------------------------*00047900
      *----------------------------------------------------------------*00048000
       2100-PROCURAR-FATURA               SECTION.                      00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
            IF WRK-TBF-PROJETO(WRK-IDX-FAT) EQUAL FD-FAT-PROJETO        00048400
                MOVE WRK-IDX-FAT TO WRK-FAT-ACHADA                      00048500
            END-IF.                                                     00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       2100-99-FIM.            EXIT.                                    00048900
      *----------------------------------------------------------------*00049000
      *----------------------------------------------------------------*00049100
       2500-EMITIR-FATURA                 SECTION.                      00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
            MOVE ZEROS TO WRK-PRJ-ACHADO.                               00049500
            PERFORM 2510-PROCURAR-PROJETO                               00049600
                VARYING WRK-IDX-PRJ FROM 1 BY 1                         00049700
                UNTIL WRK-IDX-PRJ GREATER WRK-QT-PROJETOS               00049800
                   OR WRK-PRJ-ACHADO GREATER ZEROS.                     00049900
                                                                        00050000
            IF WRK-PRJ-ACHADO EQUAL ZEROS                               00050100
                ADD 1 TO WRK-ACU-SEM-CLIENTE                            00050200
                DISPLAY 'PROJETO FORA DO PROJMST - NAO CARREGADO: '     00050300
                        WRK-TBF-PROJETO(WRK-IDX-FAT)                    00050400
                MOVE 4 TO RETURN-CODE                                   00050500
                GO TO 2500-99-FIM                                       00050600
            END-IF.                                                     00050700
            IF WRK-TBP-CLIENTE(WRK-PRJ-ACHADO) EQUAL SPACES             00050800
                ADD 1 TO WRK-ACU-SEM-CLIENTE                            00050900
                DISPLAY 'PROJETO SEM CLIENTE - NAO CARREGADO: '         00051000
                        WRK-TBF-PROJETO(WRK-IDX-FAT)                    00051100
                MOVE 4 TO RETURN-CODE                                   00051200
                GO TO 2500-99-FIM                                       00051300
            END-IF.                                                     00051400
                                                                        00051500
            MOVE 'N' TO WRK-JA-EMITIDA.                                 00051600
            PERFORM 2520-PROCURAR-EMITIDA                               00051700
                VARYING WRK-IDX-JAE FROM 1 BY 1                         00051800
                UNTIL WRK-IDX-JAE GREATER WRK-QT-JA-EMITIDAS            00051900
                   OR WRK-JA-EMITIDA EQUAL 'S'.                         00052000
            IF WRK-JA-EMITIDA EQUAL 'S'                                 00052100
                ADD 1 TO WRK-ACU-DUPLICADAS                             00052200
                DISPLAY 'JA FATURADO NESTA EMISSAO - IGNORADO: '        00052300
                        WRK-TBF-PROJETO(WRK-IDX-FAT)                    00052400
                MOVE 4 TO RETURN-CODE                                   00052500
                GO TO 2500-99-FIM                                       00052600
            END-IF.                                                     00052700
                                                                        00052800
            PERFORM 2600-CALCULAR-VENCIMENTO.                           00052900
                                                                        00053000
            ADD 1 TO WRK-ULTIMO-NUMERO.                                 00053100
            MOVE SPACES                  TO WRK-REG-RECEB.              00053200
            MOVE WRK-ULTIMO-NUMERO       TO WRK-REC-NUMERO.             00053300
            MOVE WRK-TBP-CLIENTE(WRK-PRJ-ACHADO)                        00053400
                                         TO WRK-REC-CLIENTE.            00053500
            MOVE WRK-TBF-PROJETO(WRK-IDX-FAT)                           00053600
                                         TO WRK-REC-PROJETO.            00053700
            MOVE WRK-DATA-EMISSAO-N      TO WRK-REC-DATA-EMISSAO.       00053800
            MOVE WRK-DATA-VENCTO-N       TO WRK-REC-DATA-VENCTO.        00053900
            MOVE WRK-TBF-VALOR(WRK-IDX-FAT)                             00054000
                                         TO WRK-REC-VALOR.              00054100
            MOVE WRK-TBF-IMPOSTO(WRK-IDX-FAT)                           00054200
                                         TO WRK-REC-IMPOSTO.            00054300
            MOVE ZEROS                   TO WRK-REC-VALOR-RECEBIDO      00054400
                                            WRK-REC-DATA-ULT-RECEBTO.   00054500
            MOVE 'A'                     TO WRK-REC-SITUACAO.           00054600
            WRITE FD-RECSAI FROM WRK-REG-RECEB.                         00054700
                                                                        00054800
            ADD 1             TO WRK-ACU-EMITIDAS.                      00054900
            ADD WRK-REC-VALOR TO WRK-TOT-EMITIDO.                       00055000
                                                                        00055100
            DISPLAY 'FATURA ' WRK-REC-NUMERO                            00055200
                    ' CLIENTE ' WRK-REC-CLIENTE                         00055300
                    ' PROJETO ' WRK-REC-PROJETO                         00055400
                    ' VENCTO ' WRK-REC-DATA-VENCTO                      00055500
                    ' VALOR ' WRK-REC-VALOR.                            00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       2500-99-FIM.            EXIT.                                    00055900
      *----------------------------------------------------------------*00056000
      *----------------------------------------------------------------*00056100
       2510-PROCURAR-PROJETO              SECTION.                      00056200
      *----------------------------------------------------------------*00056300
      *    COM O MESMO NOME ATIVO E ENCERRADO, VALE O ULTIMO DO         00056400
      *    CADASTRO (A INCLUSAO MAIS RECENTE).                          00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
            IF WRK-TBP-PROJETO(WRK-IDX-PRJ)                             00056800
               EQUAL WRK-TBF-PROJETO(WRK-IDX-FAT)                       00056900
                MOVE WRK-IDX-PRJ TO WRK-PRJ-ACHADO                      00057000
                PERFORM 2515-PROCURAR-MAIS-RECENTE                      00057100
                    UNTIL WRK-IDX-PRJ NOT LESS WRK-QT-PROJETOS          00057200
            END-IF.                                                     00057300
                                                                        00057400
      *----------------------------------------------------------------*00057500
       2510-99-FIM.            EXIT.                                    00057600
      *----------------------------------------------------------------*00057700
      *----------------------------------------------------------------*00057800
       2515-PROCURAR-MAIS-RECENTE         SECTION.                      00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
            ADD 1 TO WRK-IDX-PRJ.                                       00058200
            IF WRK-TBP-PROJETO(WRK-IDX-PRJ)                             00058300
               EQUAL WRK-TBF-PROJETO(WRK-IDX-FAT)                       00058400
                MOVE WRK-IDX-PRJ TO WRK-PRJ-ACHADO                      00058500
            END-IF.                                                     00058600
                                                                        00058700
      *----------------------------------------------------------------*00058800
       2515-99-FIM.            EXIT.                                    00058900
      *----------------------------------------------------------------*00059000
      *----------------------------------------------------------------*00059100
       2520-PROCURAR-EMITIDA              SECTION.                      00059200
      *----------------------------------------------------------------*00059300
                                                                        00059400
            IF WRK-TBJ-PROJETO(WRK-IDX-JAE)                             00059500
               EQUAL WRK-TBF-PROJETO(WRK-IDX-FAT)                       00059600
                MOVE 'S' TO WRK-JA-EMITIDA                              00059700
            END-IF.                                                     00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2520-99-FIM.            EXIT.                                    00060100
      *----------------------------------------------------------------*00060200
      *----------------------------------------------------------------*00060300
       2600-CALCULAR-VENCIMENTO           SECTION.                      00060400
      *----------------------------------------------------------------*00060500
      *    VENCIMENTO = EMISSAO + PRAZO EM DIAS CORRIDOS; FIM DE SEMANA 00060600
      *    OU FERIADO VAI PARA O DIA UTIL SEGUINTE (COMO NO FR06C138).  00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
            MOVE WRK-DATA-EMISSAO TO WRK-DATA-VENCTO.                   00061000
            PERFORM 2610-SOMAR-DIA                                      00061100
                VARYING WRK-CONT-DIAS FROM 1 BY 1                       00061200
                UNTIL WRK-CONT-DIAS GREATER WRK-PRAZO-RECEB.            00061300
                                                                        00061400
            MOVE 'U'         TO WRK-CAL-FUNCAO.                         00061500
            MOVE WRK-VEN-DIA TO WRK-CAL-DIA.                            00061600
            MOVE WRK-VEN-MES TO WRK-CAL-MES.                            00061700
            MOVE WRK-VEN-ANO TO WRK-CAL-ANO.                            00061800
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00061900
            MOVE WRK-CAL-DIA TO WRK-VEN-DIA.                            00062000
            MOVE WRK-CAL-MES TO WRK-VEN-MES.                            00062100
            MOVE WRK-CAL-ANO TO WRK-VEN-ANO.                            00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       2600-99-FIM.            EXIT.                                    00062500
      *----------------------------------------------------------------*00062600
      *----------------------------------------------------------------*00062700
       2610-SOMAR-DIA                     SECTION.                      00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
            ADD 1 TO WRK-VEN-DIA.                                       00063100
            PERFORM 2620-CALCULAR-DIAS-MES.                             00063200
            IF WRK-VEN-DIA GREATER WRK-ULTIMO-DIA                       00063300
                MOVE 1 TO WRK-VEN-DIA                                   00063400
                ADD 1  TO WRK-VEN-MES                                   00063500
            END-IF.                                                     00063600
            IF WRK-VEN-MES GREATER 12                                   00063700
                MOVE 1 TO WRK-VEN-MES                                   00063800
                ADD 1  TO WRK-VEN-ANO                                   00063900
            END-IF.                                                     00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       2610-99-FIM.            EXIT.                                    00064300
      *----------------------------------------------------------------*00064400
      *----------------------------------------------------------------*00064500
       2620-CALCULAR-DIAS-MES             SECTION.                      00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
            MOVE WRK-DIAS-MES(WRK-VEN-MES) TO WRK-ULTIMO-DIA.           00064900
                                                                        00065000
            IF WRK-VEN-MES NOT EQUAL 2                                  00065100
                GO TO 2620-99-FIM                                       00065200
            END-IF.                                                     00065300
                                                                        00065400
            DIVIDE WRK-VEN-ANO BY 4   GIVING WRK-QUOCIENTE              00065500
                                      REMAINDER WRK-RESTO-4.            00065600
            DIVIDE WRK-VEN-ANO BY 100 GIVING WRK-QUOCIENTE              00065700
                                      REMAINDER WRK-RESTO-100.          00065800
            DIVIDE WRK-VEN-ANO BY 400 GIVING WRK-QUOCIENTE              00065900
                                      REMAINDER WRK-RESTO-400.          00066000
                                                                        00066100
            IF WRK-RESTO-4 EQUAL ZEROS                                  00066200
               AND (WRK-RESTO-100 NOT EQUAL ZEROS                       00066300
                    OR WRK-RESTO-400 EQUAL ZEROS)                       00066400
                MOVE 29                TO WRK-ULTIMO-DIA                00066500
            END-IF.                                                     00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       2620-99-FIM.            EXIT.                                    00066900
      *----------------------------------------------------------------*00067000
      *----------------------------------------------------------------*00067100
       3000-FINALIZAR                     SECTION.                      00067200
      *----------------------------------------------------------------*00067300
                                                                        00067400
            CLOSE FATURA                                                00067500
                  RECSAI.                                               00067600
                                                                        00067700
            DISPLAY '----------- CARGA DO CONTAS A RECEBER -----------'.00067800
            DISPLAY '  DATA DE EMISSAO.........: ' WRK-DATA-EMISSAO-N.  00067900
            DISPLAY '  FATURAS JA EXISTENTES...: ' WRK-ACU-EXISTENTES.  00068000
            DISPLAY '  LINHAS DO FATURA LIDAS..: ' WRK-ACU-LINHAS.      00068100
            DISPLAY '  FATURAS EMITIDAS........: ' WRK-ACU-EMITIDAS.    00068200
            DISPLAY '  VALOR EMITIDO...........: ' WRK-TOT-EMITIDO.     00068300
            DISPLAY '  PROJETOS SEM CLIENTE....: ' WRK-ACU-SEM-CLIENTE. 00068400
            DISPLAY '  JA FATURADOS NA EMISSAO.: ' WRK-ACU-DUPLICADAS.  00068500
            DISPLAY '  ULTIMO NUMERO DE FATURA.: ' WRK-ULTIMO-NUMERO.   00068600
            DISPLAY '------------------------------------------------'. 00068700
                                                                        00068800
            STOP RUN.                                                   00068900
      *----------------------------------------------------------------*00069000
       3000-99-FIM.            EXIT.                                    00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       9000-TRATAR-ERROS                  SECTION.                      00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
             MOVE 'FR06C146'       TO WRK-ERR-PROGRAMA.                 00069800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00069900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00070000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00070100
             MOVE WRK-FS-FATURA    TO WRK-ERR-STATUS(1:2).              00070200
             MOVE WRK-FS-RECENT    TO WRK-ERR-STATUS(3:2).              00070300
             MOVE WRK-FS-RECSAI    TO WRK-ERR-STATUS(5:2).              00070400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00070500
                                                                        00070600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00070700
                                                                        00070800
      *----------------------------------------------------------------*00070900
       9000-99-FIM.            EXIT.                                    00071000
      *----------------------------------------------------------------*00071100
