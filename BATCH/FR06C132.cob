      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C132.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CONFERENCIA NOTURNA DO ESTOQUE POR ARMAZEM. CASA  00001400
      *               O ARQPROD (HDR/TRL, LAYOUT B#PROD) COM O ESTLOC   00001500
      *               (LAYOUT B#ESTLOC), AMBOS NA ORDEM DE CODIGO, E    00001600
      *               CONFERE A REGRA ESTOQUE = SOMA DE SALDO +         00001700
      *               TRANSITO DOS LOCAIS DO PRODUTO. LISTA NO RELLOC   00001800
      *               OS PRODUTOS DIVERGENTES (INCLUSIVE PRODUTO COM    00001900
      *               ESTOQUE E SEM NENHUM LOCAL) E OS LOCAIS SEM       00002000
      *               PRODUTO NO ARQPROD. QUALQUER DIVERGENCIA DA RC 4. 00002100
      *               GRAVA O CONTADOR DO PASSO (TIPO '2') NO RUNCTL.   00002200
      *                                                                 00002300
      *----------------------------------------------------------------*00002400
      *     INPUT:                                                      00002500
      *     DDNAME           I/O                                        00002600
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00002700
      *     ESTLOC            I   (ESTOQUE POR LOCAL - LRECL 40)        00002800
      *     RELLOC            O   (DIVERGENCIAS - LRECL 80)             00002900
      *     RUNCTL            O   (CONTROLE DE RODADA - LRECL 80)       00003000
      *                                                                 00003100
      *----------------------------------------------------------------*00003200
      *     MANUTENCAO:                                                 00003300
      *                                                                 00003400
      *================================================================*00003500
                                                                        00003600
      *================================================================*00003700
       ENVIRONMENT                               DIVISION.              00003800
      *================================================================*00003900
                                                                        00004000
      *----------------------------------------------------------------*00004100
       CONFIGURATION                             SECTION.               00004200
      *----------------------------------------------------------------*00004300
                                                                        00004400
       SPECIAL-NAMES.                                                   00004500
           DECIMAL-POINT IS COMMA.                                      00004600
                                                                        00004700
      *----------------------------------------------------------------*00004800
       INPUT-OUTPUT                              SECTION.               00004900
      *----------------------------------------------------------------*00005000
                                                                        00005100
       FILE-CONTROL.                                                    00005200
             SELECT ARQPROD            ASSIGN TO ARQPROD                00005300
                FILE STATUS            IS WRK-FS-ARQPROD.               00005400
             SELECT ESTLOC             ASSIGN TO ESTLOC                 00005500
                FILE STATUS            IS WRK-FS-ESTLOC.                00005600
             SELECT RELLOC             ASSIGN TO RELLOC                 00005700
                FILE STATUS            IS WRK-FS-RELLOC.                00005800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005900
                FILE STATUS            IS WRK-FS-RUNCTL.                00006000
                                                                        00006100
      *================================================================*00006200
       DATA                                      DIVISION.              00006300
      *================================================================*00006400
                                                                        00006500
      *----------------------------------------------------------------*00006600
       FILE                                      SECTION.               00006700
      *----------------------------------------------------------------*00006800
                                                                        00006900
       FD ARQPROD                                                       00007000
           RECORDING MODE IS F                                          00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
       01 FD-ARQPROD                   PIC X(70).                       00007300
                                                                        00007400
       FD ESTLOC                                                        00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-ESTLOC                    PIC X(40).                       00007800
                                                                        00007900
       FD RELLOC                                                        00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-RELLOC                    PIC X(80).                       00008300
                                                                        00008400
       FD RUNCTL                                                        00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
       01 FD-RUNCTL                    PIC X(80).                       00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       WORKING-STORAGE                           SECTION.               00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       01 FILLER                       PIC X(50)               VALUE    00009500
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
        COPY 'B#PROD'.                                                  00009900
                                                                        00010000
        COPY 'B#ESTLOC'.                                                00010100
                                                                        00010200
       77 WRK-FIM-PROD                 PIC X(01) VALUE 'N'.             00010300
       77 WRK-FIM-ESTLOC               PIC X(01) VALUE 'N'.             00010400
       77 WRK-SOMA-SALDO               PIC 9(07) VALUE ZEROS.           00010500
       77 WRK-SOMA-TRANSITO            PIC 9(07) VALUE ZEROS.           00010600
       77 WRK-QT-LOCAIS                PIC 9(03) VALUE ZEROS.           00010700
       77 WRK-DIFERENCA                PIC S9(07) VALUE ZEROS.          00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01 FILLER                       PIC X(50)               VALUE    00011100
            '**** AREA DO CONTROLE DE RODADA ****'.                     00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
        COPY 'B#RUNCTL'.                                                00011500
       01 WRK-HORA-PASSO.                                               00011600
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00011700
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00011800
       01 WRK-HORA-ACCEPT.                                              00011900
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00012000
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       01 FILLER                       PIC X(50)               VALUE    00012400
            '**** AREA DO RELATORIO ****'.                              00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00012800
                                                                        00012900
       01 WRK-CABEC-REL.                                                00013000
          05 FILLER                    PIC X(45) VALUE                  00013100
             'CONFERENCIA DO ESTOQUE POR ARMAZEM'.                      00013200
          05 FILLER                    PIC X(06) VALUE 'DATA: '.        00013300
          05 WRK-CAB-DATA              PIC 99/99/9999.                  00013400
          05 FILLER                    PIC X(19) VALUE SPACES.          00013500
                                                                        00013600
       01 WRK-CABEC-COLUNAS.                                            00013700
          05 FILLER                    PIC X(43) VALUE                  00013800
             'CODIGO PRODUTO              ESTOQUE   SALDO'.             00013900
          05 FILLER                    PIC X(37) VALUE                  00014000
             ' TRANSITO   DIFER. LOCAIS'.                               00014100
                                                                        00014200
       01 WRK-LINHA-DIVERGENTE.                                         00014300
          05 WRK-LDV-COD               PIC 9(05).                       00014400
          05 FILLER                    PIC X(02) VALUE SPACES.          00014500
          05 WRK-LDV-PROD              PIC X(20).                       00014600
          05 FILLER                    PIC X(01) VALUE SPACES.          00014700
          05 WRK-LDV-ESTOQUE           PIC ZZZZZZ9.                     00014800
          05 FILLER                    PIC X(01) VALUE SPACES.          00014900
          05 WRK-LDV-SALDO             PIC ZZZZZZ9.                     00015000
          05 FILLER                    PIC X(02) VALUE SPACES.          00015100
          05 WRK-LDV-TRANSITO          PIC ZZZZZZ9.                     00015200
          05 FILLER                    PIC X(01) VALUE SPACES.          00015300
          05 WRK-LDV-DIFERENCA         PIC -------9.                    00015400
          05 FILLER                    PIC X(04) VALUE SPACES.          00015500
          05 WRK-LDV-LOCAIS            PIC ZZ9.                         00015600
          05 FILLER                    PIC X(12) VALUE SPACES.          00015700
                                                                        00015800
       01 WRK-LINHA-ORFAO.                                              00015900
          05 WRK-LOR-COD               PIC 9(05).                       00016000
          05 FILLER                    PIC X(02) VALUE SPACES.          00016100
          05 FILLER                    PIC X(30) VALUE                  00016200
             'LOCAL SEM PRODUTO - ARMAZEM'.                             00016300
          05 WRK-LOR-ARMAZEM           PIC 9(03).                       00016400
          05 FILLER                    PIC X(08) VALUE '  SALDO '.      00016500
          05 WRK-LOR-SALDO             PIC ZZZZ9.                       00016600
          05 FILLER                    PIC X(11) VALUE '  TRANSITO '.   00016700
          05 WRK-LOR-TRANSITO          PIC ZZZZ9.                       00016800
          05 FILLER                    PIC X(11) VALUE SPACES.          00016900
                                                                        00017000
       01 WRK-LINHA-TOTAL.                                              00017100
          05 WRK-LTT-ROTULO            PIC X(30).                       00017200
          05 FILLER                    PIC X(02) VALUE ': '.            00017300
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00017400
          05 FILLER                    PIC X(41) VALUE SPACES.          00017500
                                                                        00017600
       01 WRK-DATA-SISTEMA.                                             00017700
          05 WRK-DSI-ANO               PIC 9(04).                       00017800
          05 WRK-DSI-MES               PIC 9(02).                       00017900
          05 WRK-DSI-DIA               PIC 9(02).                       00018000
                                                                        00018100
       01 WRK-DATA-DDMMAAAA.                                            00018200
          05 WRK-DDM-DIA               PIC 9(02).                       00018300
          05 WRK-DDM-MES               PIC 9(02).                       00018400
          05 WRK-DDM-ANO               PIC 9(04).                       00018500
       01 WRK-DATA-DDMMAAAA-N REDEFINES WRK-DATA-DDMMAAAA               00018600
                                       PIC 9(08).                       00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       01 FILLER                       PIC X(50)               VALUE    00019000
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00019400
       77 WRK-FS-ESTLOC                PIC X(02) VALUE SPACES.          00019500
       77 WRK-FS-RELLOC                PIC X(02) VALUE SPACES.          00019600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00019700
       77 WRK-ACU-PRODUTOS             PIC 9(07) VALUE ZEROS.           00019800
       77 WRK-ACU-LOCAIS               PIC 9(07) VALUE ZEROS.           00019900
       77 WRK-ACU-DIVERGENTES          PIC 9(07) VALUE ZEROS.           00020000
       77 WRK-ACU-ORFAOS               PIC 9(07) VALUE ZEROS.           00020100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                       PIC X(50)               VALUE    00020500
            '**** AREA DO MODULO TRTERRO ****'.                         00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
        COPY '#TRTERRO'.                                                00020900
                                                                        00021000
      *================================================================*00021100
       PROCEDURE DIVISION.                                              00021200
      *================================================================*00021300
      *----------------------------------------------------------------*00021400
       0000-PRINCIPAL                     SECTION.                      00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
           PERFORM 1000-INICIAR.                                        00021800
                                                                        00021900
           PERFORM 2000-PROCESSAR                                       00022000
               UNTIL WRK-FIM-PROD EQUAL 'S'.                            00022100
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
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00023300
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00023400
                                                                        00023500
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00023600
            MOVE WRK-DSI-DIA TO WRK-DDM-DIA.                            00023700
            MOVE WRK-DSI-MES TO WRK-DDM-MES.                            00023800
            MOVE WRK-DSI-ANO TO WRK-DDM-ANO.                            00023900
                                                                        00024000
            OPEN INPUT  ARQPROD                                         00024100
                        ESTLOC                                          00024200
                 OUTPUT RELLOC.                                         00024300
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00024400
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00024500
                PERFORM 9000-TRATAR-ERROS                               00024600
            END-IF.                                                     00024700
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00024800
                MOVE ' ERRO ABERTURA ESTLOC ' TO WRK-MSG                00024900
                PERFORM 9000-TRATAR-ERROS                               00025000
            END-IF.                                                     00025100
            IF WRK-FS-RELLOC NOT EQUAL ZEROS                            00025200
                MOVE ' ERRO ABERTURA RELLOC ' TO WRK-MSG                00025300
                PERFORM 9000-TRATAR-ERROS                               00025400
            END-IF.                                                     00025500
                                                                        00025600
            MOVE WRK-DATA-DDMMAAAA-N TO WRK-CAB-DATA.                   00025700
            WRITE FD-RELLOC FROM WRK-CABEC-REL.                         00025800
            WRITE FD-RELLOC FROM WRK-LINHA-TRACO.                       00025900
            WRITE FD-RELLOC FROM WRK-CABEC-COLUNAS.                     00026000
                                                                        00026100
            READ ARQPROD.                                               00026200
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00026300
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00026400
                CONTINUE                                                00026500
            ELSE                                                        00026600
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00026700
                PERFORM 9000-TRATAR-ERROS                               00026800
            END-IF.                                                     00026900
                                                                        00027000
            PERFORM 2800-LER-ESTLOC.                                    00027100
            PERFORM 2700-LER-ARQPROD.                                   00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       1000-99-FIM.            EXIT.                                    00027500
      *----------------------------------------------------------------*00027600
      *----------------------------------------------------------------*00027700
       2000-PROCESSAR                     SECTION.                      00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
            ADD 1 TO WRK-ACU-PRODUTOS.                                  00028100
            MOVE ZEROS TO WRK-SOMA-SALDO                                00028200
                          WRK-SOMA-TRANSITO                             00028300
                          WRK-QT-LOCAIS.                                00028400
                                                                        00028500
            PERFORM 2100-LOCAL-ORFAO                                    00028600
                UNTIL WRK-FIM-ESTLOC EQUAL 'S'                          00028700
                   OR WRK-ELO-COD NOT LESS WRK-REG-COD.                 00028800
                                                                        00028900
            PERFORM 2200-SOMAR-LOCAL                                    00029000
                UNTIL WRK-FIM-ESTLOC EQUAL 'S'                          00029100
                   OR WRK-ELO-COD NOT EQUAL WRK-REG-COD.                00029200
                                                                        00029300
            COMPUTE WRK-DIFERENCA = WRK-REG-ESTOQUE                     00029400
                                  - WRK-SOMA-SALDO - WRK-SOMA-TRANSITO. 00029500
                                                                        00029600
            IF WRK-DIFERENCA NOT EQUAL ZEROS                            00029700
                PERFORM 2300-LISTAR-DIVERGENTE                          00029800
            END-IF.                                                     00029900
                                                                        00030000
            PERFORM 2700-LER-ARQPROD.                                   00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       2000-99-FIM.            EXIT.                                    00030400
      *----------------------------------------------------------------*00030500
      *----------------------------------------------------------------*00030600
       2100-LOCAL-ORFAO                   SECTION.                      00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
            ADD 1 TO WRK-ACU-ORFAOS.                                    00031000
            MOVE WRK-ELO-COD      TO WRK-LOR-COD.                       00031100
            MOVE WRK-ELO-ARMAZEM  TO WRK-LOR-ARMAZEM.                   00031200
            MOVE WRK-ELO-SALDO    TO WRK-LOR-SALDO.                     00031300
            MOVE WRK-ELO-TRANSITO TO WRK-LOR-TRANSITO.                  00031400
            WRITE FD-RELLOC FROM WRK-LINHA-ORFAO.                       00031500
                                                                        00031600
            PERFORM 2800-LER-ESTLOC.                                    00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       2100-99-FIM.            EXIT.                                    00032000
      *----------------------------------------------------------------*00032100
      *----------------------------------------------------------------*00032200
       2200-SOMAR-LOCAL                   SECTION.                      00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
            ADD 1                TO WRK-QT-LOCAIS.                      00032600
            ADD WRK-ELO-SALDO    TO WRK-SOMA-SALDO.                     00032700
            ADD WRK-ELO-TRANSITO TO WRK-SOMA-TRANSITO.                  00032800
                                                                        00032900
            PERFORM 2800-LER-ESTLOC.                                    00033000
                                                                        00033100
      *----------------------------------------------------------------*00033200
       2200-99-FIM.            EXIT.                                    00033300
      *----------------------------------------------------------------*00033400
      *----------------------------------------------------------------*00033500
       2300-LISTAR-DIVERGENTE             SECTION.                      00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
            ADD 1 TO WRK-ACU-DIVERGENTES.                               00033900
            MOVE WRK-REG-COD       TO WRK-LDV-COD.                      00034000
            MOVE WRK-REG-PROD      TO WRK-LDV-PROD.                     00034100
            MOVE WRK-REG-ESTOQUE   TO WRK-LDV-ESTOQUE.                  00034200
            MOVE WRK-SOMA-SALDO    TO WRK-LDV-SALDO.                    00034300
            MOVE WRK-SOMA-TRANSITO TO WRK-LDV-TRANSITO.                 00034400
            MOVE WRK-DIFERENCA     TO WRK-LDV-DIFERENCA.                00034500
            MOVE WRK-QT-LOCAIS     TO WRK-LDV-LOCAIS.                   00034600
            WRITE FD-RELLOC FROM WRK-LINHA-DIVERGENTE.                  00034700
                                                                        00034800
      *----------------------------------------------------------------*00034900
       2300-99-FIM.            EXIT.                                    00035000
      *----------------------------------------------------------------*00035100
      *----------------------------------------------------------------*00035200
       2700-LER-ARQPROD                   SECTION.                      00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00035600
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00035700
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00035800
                MOVE 'S' TO WRK-FIM-PROD                                00035900
            END-IF.                                                     00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       2700-99-FIM.            EXIT.                                    00036300
      *----------------------------------------------------------------*00036400
      *----------------------------------------------------------------*00036500
       2800-LER-ESTLOC                    SECTION.                      00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
            READ ESTLOC INTO WRK-REG-ESTLOC.                            00036900
            IF WRK-FS-ESTLOC NOT EQUAL ZEROS                            00037000
                MOVE 'S' TO WRK-FIM-ESTLOC                              00037100
            ELSE                                                        00037200
                ADD 1 TO WRK-ACU-LOCAIS                                 00037300
            END-IF.                                                     00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       2800-99-FIM.            EXIT.                                    00037700
      *----------------------------------------------------------------*00037800
      *----------------------------------------------------------------*00037900
       3000-FINALIZAR                     SECTION.                      00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
            PERFORM 2100-LOCAL-ORFAO                                    00038300
                UNTIL WRK-FIM-ESTLOC EQUAL 'S'.                         00038400
                                                                        00038500
            WRITE FD-RELLOC FROM WRK-LINHA-TRACO.                       00038600
            MOVE 'PRODUTOS CONFERIDOS'       TO WRK-LTT-ROTULO.         00038700
            MOVE WRK-ACU-PRODUTOS            TO WRK-LTT-VALOR.          00038800
            WRITE FD-RELLOC FROM WRK-LINHA-TOTAL.                       00038900
            MOVE 'LOCAIS LIDOS'              TO WRK-LTT-ROTULO.         00039000
            MOVE WRK-ACU-LOCAIS              TO WRK-LTT-VALOR.          00039100
            WRITE FD-RELLOC FROM WRK-LINHA-TOTAL.                       00039200
            MOVE 'PRODUTOS DIVERGENTES'      TO WRK-LTT-ROTULO.         00039300
            MOVE WRK-ACU-DIVERGENTES         TO WRK-LTT-VALOR.          00039400
            WRITE FD-RELLOC FROM WRK-LINHA-TOTAL.                       00039500
            MOVE 'LOCAIS SEM PRODUTO'        TO WRK-LTT-ROTULO.         00039600
            MOVE WRK-ACU-ORFAOS              TO WRK-LTT-VALOR.          00039700
            WRITE FD-RELLOC FROM WRK-LINHA-TOTAL.                       00039800
                                                                        00039900
            CLOSE ARQPROD                                               00040000
                  ESTLOC                                                00040100
                  RELLOC.                                               00040200
                                                                        00040300
            DISPLAY '------------------------------------------------'. 00040400
            DISPLAY '  PRODUTOS CONFERIDOS..: ' WRK-ACU-PRODUTOS.       00040500
            DISPLAY '  LOCAIS LIDOS.........: ' WRK-ACU-LOCAIS.         00040600
            DISPLAY '  PRODUTOS DIVERGENTES.: ' WRK-ACU-DIVERGENTES.    00040700
            DISPLAY '  LOCAIS SEM PRODUTO...: ' WRK-ACU-ORFAOS.         00040800
            DISPLAY '------------------------------------------------'. 00040900
                                                                        00041000
            IF WRK-ACU-DIVERGENTES GREATER ZEROS                        00041100
               OR WRK-ACU-ORFAOS GREATER ZEROS                          00041200
                MOVE 4 TO RETURN-CODE                                   00041300
            END-IF.                                                     00041400
                                                                        00041500
            PERFORM 3100-GRAVAR-RUNCTL.                                 00041600
                                                                        00041700
            STOP RUN.                                                   00041800
                                                                        00041900
      *----------------------------------------------------------------*00042000
       3000-99-FIM.            EXIT.                                    00042100
      *----------------------------------------------------------------*00042200
      *----------------------------------------------------------------*00042300
       3100-GRAVAR-RUNCTL                 SECTION.                      00042400
      *----------------------------------------------------------------*00042500
                                                                        00042600
            OPEN EXTEND RUNCTL.                                         00042700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00042800
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00042900
                PERFORM 9000-TRATAR-ERROS                               00043000
            END-IF.                                                     00043100
                                                                        00043200
            MOVE SPACES                TO WRK-RUNCTL.                   00043300
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00043400
            MOVE 'FR06C132'            TO WRK-RUNCTL-PROGRAMA.          00043500
            MOVE WRK-ACU-PRODUTOS      TO WRK-RUNCTL-LIDOS.             00043600
            MOVE WRK-ACU-LOCAIS        TO WRK-RUNCTL-GRAVADOS.          00043700
            COMPUTE WRK-RUNCTL-EXCECAO = WRK-ACU-DIVERGENTES            00043800
                                       + WRK-ACU-ORFAOS.                00043900
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00044000
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00044100
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00044200
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00044300
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00044400
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00044500
            CLOSE RUNCTL.                                               00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       3100-99-FIM.            EXIT.                                    00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
      *----------------------------------------------------------------*00045200
       9000-TRATAR-ERROS                  SECTION.                      00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
             MOVE 'FR06C132'       TO WRK-ERR-PROGRAMA.                 00045600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00045700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00045800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00045900
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00046000
             MOVE WRK-FS-ESTLOC    TO WRK-ERR-STATUS(3:2).              00046100
             MOVE WRK-FS-RELLOC    TO WRK-ERR-STATUS(5:2).              00046200
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(7:2).              00046300
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00046400
                                                                        00046500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00046600
                                                                        00046700
      *----------------------------------------------------------------*00046800
       9000-99-FIM.            EXIT.                                    00046900
      *----------------------------------------------------------------*00047000
