      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C121.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: COMUNICACAO REGULATORIA DOS CASOS DE COMPLIANCE   00001400
      *               CONFIRMADOS. LE O CADASTRO DE CASOS (CASENT,      00001500
      *               LAYOUT B#CASO) E GRAVA O CADASTRO NOVO (CASSAI),  00001600
      *               CARIMBANDO DATA-COMUNIC NOS CASOS 'C' AINDA NAO   00001700
      *               COMUNICADOS. ESSES CASOS SAO ORDENADOS POR CHAVE  00001800
      *               (SORT INTERNO) E CASADOS COM O CADASTRO DE        00001900
      *               CLIENTES (CLI2505, NOME) E COM A IDENTIFICACAO    00002000
      *               (IDENCLI, DOCUMENTO), AMBOS EM ORDEM DE CHAVE,    00002100
      *               PARA GERAR O ARQUIVO COMREG NO LAYOUT FIXO        00002200
      *               B#COMREG (CABECALHO, UM REGISTRO POR CASO E       00002300
      *               TRAILER COM QUANTIDADE E SOMA DOS VALORES).       00002400
      *               CASO SEM CLIENTE OU SEM IDENTIFICACAO E           00002500
      *               COMUNICADO ASSIM MESMO, COM AVISO E RC 4.         00002600
      *               RODA DEPOIS DO FR06C119.                          00002700
      *                                                                 00002800
      *----------------------------------------------------------------*00002900
      *     INPUT:                                                      00003000
      *     DDNAME           I/O                                        00003100
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00003200
      *     CASENT            I   (CASOS ATUAIS - LRECL 150)            00003300
      *     CLI2505           I   (CADASTRO DE CLIENTES - LRECL 56)     00003400
      *     IDENCLI           I   (IDENTIFICACAO - LRECL 80)            00003500
      *     CASSAI            O   (CASOS NOVOS - LRECL 150)             00003600
      *     COMREG            O   (COMUNICACAO - LRECL 200)             00003700
      *                                                                 00003800
      *----------------------------------------------------------------*00003900
      *     MANUTENCAO:                                                 00004000
      *                                                                 00004100
      *================================================================*00004200
                                                                        00004300
      *================================================================*00004400
       ENVIRONMENT                               DIVISION.              00004500
      *================================================================*00004600
                                                                        00004700
      *----------------------------------------------------------------*00004800
       CONFIGURATION                             SECTION.               00004900
      *----------------------------------------------------------------*00005000
                                                                        00005100
       SPECIAL-NAMES.                                                   00005200
           DECIMAL-POINT IS COMMA.                                      00005300
                                                                        00005400
      *----------------------------------------------------------------*00005500
       INPUT-OUTPUT                              SECTION.               00005600
      *----------------------------------------------------------------*00005700
                                                                        00005800
       FILE-CONTROL.                                                    00005900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00006000
                FILE STATUS            IS WRK-FS-RUNCTL.                00006100
             SELECT CASENT             ASSIGN TO CASENT                 00006200
                FILE STATUS            IS WRK-FS-CASENT.                00006300
             SELECT CLI2505            ASSIGN TO CLI2505                00006400
                FILE STATUS            IS WRK-FS-CLI2505.               00006500
             SELECT IDENCLI            ASSIGN TO IDENCLI                00006600
                FILE STATUS            IS WRK-FS-IDENCLI.               00006700
             SELECT CASSAI             ASSIGN TO CASSAI                 00006800
                FILE STATUS            IS WRK-FS-CASSAI.                00006900
             SELECT COMREG             ASSIGN TO COMREG                 00007000
                FILE STATUS            IS WRK-FS-COMREG.                00007100
             SELECT ORDENA             ASSIGN TO ORDENA.                00007200
                                                                        00007300
      *================================================================*00007400
       DATA                                      DIVISION.              00007500
      *================================================================*00007600
                                                                        00007700
      *----------------------------------------------------------------*00007800
       FILE                                      SECTION.               00007900
      *----------------------------------------------------------------*00008000
                                                                        00008100
       FD RUNCTL                                                        00008200
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-RUNCTL                    PIC X(80).                       00008500
                                                                        00008600
       FD CASENT                                                        00008700
           RECORDING MODE IS F                                          00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
       01 FD-CASENT                    PIC X(150).                      00009000
                                                                        00009100
       FD CLI2505                                                       00009200
           RECORDING MODE IS F                                          00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
       01 FD-CLI2505.                                                   00009500
          05 FD-CLI2505-CHAVE          PIC X(08).                       00009600
          05 FD-CLI2505-NOME           PIC X(30).                       00009700
          05 FILLER                    PIC X(18).                       00009800
                                                                        00009900
       FD IDENCLI                                                       00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-IDENCLI                   PIC X(80).                       00010300
                                                                        00010400
       FD CASSAI                                                        00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-CASSAI                    PIC X(150).                      00010800
                                                                        00010900
       FD COMREG                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-COMREG                    PIC X(200).                      00011300
                                                                        00011400
       SD ORDENA.                                                       00011500
       01 SD-ORDENA.                                                    00011600
          05 SD-NUMERO                 PIC 9(08).                       00011700
          05 SD-CHAVE                  PIC X(08).                       00011800
          05 FILLER                    PIC X(134).                      00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
       WORKING-STORAGE                           SECTION.               00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
       01 FILLER                       PIC X(50)               VALUE    00012600
            '**** AREA DOS LAYOUTS ****'.                               00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
        COPY 'B#RUNCTL'.                                                00013000
        COPY 'B#HDRTRL'.                                                00013100
        COPY 'B#CASO'.                                                  00013200
        COPY 'B#IDENT'.                                                 00013300
        COPY 'B#COMREG'.                                                00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
       01 FILLER                       PIC X(50)               VALUE    00013700
            '**** AREA DE DATAS E HORAS ****'.                          00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
       01 WRK-HORA-PASSO.                                               00014100
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00014200
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00014300
       01 WRK-HORA-ACCEPT.                                              00014400
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00014500
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00014600
                                                                        00014700
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00014800
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00015600
       77 WRK-FS-CASENT                PIC X(02) VALUE SPACES.          00015700
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00015800
       77 WRK-FS-IDENCLI               PIC X(02) VALUE SPACES.          00015900
       77 WRK-FS-CASSAI                PIC X(02) VALUE SPACES.          00016000
       77 WRK-FS-COMREG                PIC X(02) VALUE SPACES.          00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
       01 FILLER                       PIC X(50)               VALUE    00016400
            '**** AREA DO BALANCED-LINE ****'.                          00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
       77 WRK-CHAVE-CLI                PIC X(08) VALUE LOW-VALUES.      00016800
       77 WRK-CHAVE-IDT                PIC X(08) VALUE LOW-VALUES.      00016900
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       01 FILLER                       PIC X(50)               VALUE    00017300
            '**** AREA DE CONTADORES ****'.                             00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00017700
       77 WRK-ACU-COMUNICADOS          PIC 9(07) VALUE ZEROS.           00017800
       77 WRK-ACU-SEM-CADASTRO         PIC 9(07) VALUE ZEROS.           00017900
       77 WRK-ACU-VALOR                PIC 9(13)V99 VALUE ZEROS.        00018000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       01 FILLER                       PIC X(50)               VALUE    00018400
            '**** AREA DO MODULO TRTERRO ****'.                         00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
        COPY '#TRTERRO'.                                                00018800
                                                                        00018900
      *================================================================*00019000
       PROCEDURE DIVISION.                                              00019100
      *================================================================*00019200
      *----------------------------------------------------------------*00019300
       0000-PRINCIPAL                     SECTION.                      00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
           PERFORM 1000-INICIAR.                                        00019700
                                                                        00019800
           SORT ORDENA                                                  00019900
               ON ASCENDING KEY SD-CHAVE                                00020000
                                SD-NUMERO                               00020100
               INPUT PROCEDURE  IS 2000-SELECIONAR-CASOS                00020200
               OUTPUT PROCEDURE IS 2500-GERAR-COMUNICACAO.              00020300
                                                                        00020400
           PERFORM 3000-FINALIZAR.                                      00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
       0000-99-FIM.            EXIT.                                    00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       1000-INICIAR                       SECTION.                      00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00021500
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00021600
                                                                        00021700
            PERFORM 1600-LER-DATA-RODADA.                               00021800
                                                                        00021900
            OPEN INPUT  CASENT                                          00022000
                        CLI2505                                         00022100
                        IDENCLI                                         00022200
                 OUTPUT CASSAI                                          00022300
                        COMREG.                                         00022400
            IF WRK-FS-CASENT NOT EQUAL ZEROS                            00022500
                MOVE ' ERRO ABERTURA CASENT ' TO WRK-MSG                00022600
                PERFORM 9000-TRATAR-ERROS                               00022700
            END-IF.                                                     00022800
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00022900
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00023000
                PERFORM 9000-TRATAR-ERROS                               00023100
            END-IF.                                                     00023200
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00023300
                MOVE ' ERRO ABERTURA IDENCLI ' TO WRK-MSG               00023400
                PERFORM 9000-TRATAR-ERROS                               00023500
            END-IF.                                                     00023600
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00023700
                MOVE ' ERRO ABERTURA CASSAI ' TO WRK-MSG                00023800
                PERFORM 9000-TRATAR-ERROS                               00023900
            END-IF.                                                     00024000
            IF WRK-FS-COMREG NOT EQUAL ZEROS                            00024100
                MOVE ' ERRO ABERTURA COMREG ' TO WRK-MSG                00024200
                PERFORM 9000-TRATAR-ERROS                               00024300
            END-IF.                                                     00024400
                                                                        00024500
            READ CLI2505.                                               00024600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00024700
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00024800
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00024900
                PERFORM 9000-TRATAR-ERROS                               00025000
            END-IF.                                                     00025100
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00025200
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00025300
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00025400
                PERFORM 9000-TRATAR-ERROS                               00025500
            END-IF.                                                     00025600
            PERFORM 2800-LER-CLI2505.                                   00025700
            PERFORM 2850-LER-IDENCLI.                                   00025800
                                                                        00025900
            MOVE SPACES                TO WRK-REG-COMREG.               00026000
            MOVE '0'                   TO WRK-CRG-TIPO.                 00026100
            MOVE 'COMREG'              TO WRK-CRG-ARQUIVO.              00026200
            MOVE WRK-DATA-CORTE        TO WRK-CRG-DATA-GERACAO.         00026300
            MOVE '01'                  TO WRK-CRG-VERSAO.               00026400
            WRITE FD-COMREG FROM WRK-REG-COMREG.                        00026500
                                                                        00026600
      *----------------------------------------------------------------*00026700
       1000-99-FIM.            EXIT.                                    00026800
      *----------------------------------------------------------------*00026900
      *----------------------------------------------------------------*00027000
       1600-LER-DATA-RODADA               SECTION.                      00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
            OPEN INPUT RUNCTL.                                          00027400
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00027500
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00027600
                PERFORM 9000-TRATAR-ERROS                               00027700
            END-IF.                                                     00027800
                                                                        00027900
            READ RUNCTL INTO WRK-RUNCTL.                                00028000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00028100
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00028200
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00028300
                PERFORM 9000-TRATAR-ERROS                               00028400
            END-IF.                                                     00028500
                                                                        00028600
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00028700
            CLOSE RUNCTL.                                               00028800
                                                                        00028900
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00029000
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00029100
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00029200
                                                                        00029300
      *----------------------------------------------------------------*00029400
       1600-99-FIM.            EXIT.                                    00029500
      *----------------------------------------------------------------*00029600
      *----------------------------------------------------------------*00029700
       2000-SELECIONAR-CASOS              SECTION.                      00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
            PERFORM 2100-LER-CASO                                       00030100
                UNTIL WRK-FS-CASENT EQUAL '10'.                         00030200
                                                                        00030300
      *----------------------------------------------------------------*00030400
       2000-99-FIM.            EXIT.                                    00030500
      *----------------------------------------------------------------*00030600
      *----------------------------------------------------------------*00030700
       2100-LER-CASO                      SECTION.                      00030800
      *----------------------------------------------------------------*00030900
                                                                        00031000
            READ CASENT INTO WRK-REG-CASO.                              00031100
            IF WRK-FS-CASENT NOT EQUAL ZEROS                            00031200
                MOVE '10' TO WRK-FS-CASENT                              00031300
                GO TO 2100-99-FIM                                       00031400
            END-IF.                                                     00031500
                                                                        00031600
            ADD 1 TO WRK-ACU-LIDOS.                                     00031700
                                                                        00031800
            IF WRK-CAS-SITUACAO EQUAL 'C'                               00031900
               AND WRK-CAS-DATA-COMUNIC EQUAL ZEROS                     00032000
                MOVE WRK-DATA-CORTE TO WRK-CAS-DATA-COMUNIC             00032100
                RELEASE SD-ORDENA FROM WRK-REG-CASO                     00032200
            END-IF.                                                     00032300
                                                                        00032400
            WRITE FD-CASSAI FROM WRK-REG-CASO.                          00032500
            IF WRK-FS-CASSAI NOT EQUAL ZEROS                            00032600
                MOVE ' ERRO GRAVACAO CASSAI ' TO WRK-MSG                00032700
                PERFORM 9000-TRATAR-ERROS                               00032800
            END-IF.                                                     00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       2100-99-FIM.            EXIT.                                    00033200
      *----------------------------------------------------------------*00033300
      *----------------------------------------------------------------*00033400
       2500-GERAR-COMUNICACAO             SECTION.                      00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
            PERFORM 2600-COMUNICAR-CASO                                 00033800
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
       2500-99-FIM.            EXIT.                                    00034200
      *----------------------------------------------------------------*00034300
      *----------------------------------------------------------------*00034400
       2600-COMUNICAR-CASO                SECTION.                      00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
            RETURN ORDENA INTO WRK-REG-CASO                             00034800
                AT END                                                  00034900
                    MOVE 'S' TO WRK-FIM-SORT                            00035000
                    GO TO 2600-99-FIM                                   00035100
            END-RETURN.                                                 00035200
                                                                        00035300
            PERFORM 2800-LER-CLI2505                                    00035400
                UNTIL WRK-CHAVE-CLI NOT LESS WRK-CAS-CHAVE.             00035500
            PERFORM 2850-LER-IDENCLI                                    00035600
                UNTIL WRK-CHAVE-IDT NOT LESS WRK-CAS-CHAVE.             00035700
                                                                        00035800
            MOVE SPACES                   TO WRK-REG-COMREG.            00035900
            MOVE '1'                      TO WRK-CRG-TIPO.              00036000
            MOVE WRK-CAS-NUMERO           TO WRK-CRG-NUMERO-CASO.       00036100
            MOVE WRK-CAS-DATA-ABERTURA    TO WRK-CRG-DATA-ABERTURA.     00036200
            MOVE WRK-CAS-DATA-SITUACAO    TO WRK-CRG-DATA-CONFIRMACAO.  00036300
            MOVE WRK-CAS-AGENCIA          TO WRK-CRG-AGENCIA.           00036400
            MOVE WRK-CAS-CONTA            TO WRK-CRG-CONTA.             00036500
            MOVE WRK-CAS-QT-ALERTAS       TO WRK-CRG-QT-ALERTAS.        00036600
            MOVE WRK-CAS-VALOR-TOTAL      TO WRK-CRG-VALOR-TOTAL.       00036700
            MOVE WRK-CAS-MAIOR-VALOR      TO WRK-CRG-MAIOR-VALOR.       00036800
            MOVE WRK-CAS-MOTIVO           TO WRK-CRG-MOTIVO.            00036900
            MOVE WRK-CAS-ANALISTA         TO WRK-CRG-ANALISTA.          00037000
            MOVE WRK-CAS-JUSTIFICATIVA    TO WRK-CRG-JUSTIFICATIVA.     00037100
                                                                        00037200
            IF WRK-CHAVE-CLI EQUAL WRK-CAS-CHAVE                        00037300
                MOVE FD-CLI2505-NOME      TO WRK-CRG-NOME               00037400
            END-IF.                                                     00037500
            IF WRK-CHAVE-IDT EQUAL WRK-CAS-CHAVE                        00037600
                MOVE WRK-IDT-TIPO-PESSOA  TO WRK-CRG-TIPO-PESSOA        00037700
                MOVE WRK-IDT-DOCUMENTO    TO WRK-CRG-DOCUMENTO          00037800
            END-IF.                                                     00037900
                                                                        00038000
            IF WRK-CHAVE-CLI NOT EQUAL WRK-CAS-CHAVE                    00038100
               OR WRK-CHAVE-IDT NOT EQUAL WRK-CAS-CHAVE                 00038200
                ADD 1 TO WRK-ACU-SEM-CADASTRO                           00038300
                DISPLAY 'CASO ' WRK-CAS-NUMERO ' CONTA '                00038400
                        WRK-CAS-CHAVE                                   00038500
                        ' SEM CLIENTE/IDENTIFICACAO - COMUNICAR'        00038600
                MOVE 4 TO RETURN-CODE                                   00038700
            END-IF.                                                     00038800
                                                                        00038900
            WRITE FD-COMREG FROM WRK-REG-COMREG.                        00039000
            IF WRK-FS-COMREG NOT EQUAL ZEROS                            00039100
                MOVE ' ERRO GRAVACAO COMREG ' TO WRK-MSG                00039200
                PERFORM 9000-TRATAR-ERROS                               00039300
            END-IF.                                                     00039400
                                                                        00039500
            ADD 1                    TO WRK-ACU-COMUNICADOS.            00039600
            ADD WRK-CAS-VALOR-TOTAL  TO WRK-ACU-VALOR.                  00039700
                                                                        00039800
      *----------------------------------------------------------------*00039900
       2600-99-FIM.            EXIT.                                    00040000
      *----------------------------------------------------------------*00040100
      *----------------------------------------------------------------*00040200
       2800-LER-CLI2505                   SECTION.                      00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
            READ CLI2505.                                               00040600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00040700
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00040800
                MOVE HIGH-VALUES       TO WRK-CHAVE-CLI                 00040900
            ELSE                                                        00041000
                MOVE FD-CLI2505-CHAVE  TO WRK-CHAVE-CLI                 00041100
            END-IF.                                                     00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       2800-99-FIM.            EXIT.                                    00041500
      *----------------------------------------------------------------*00041600
      *----------------------------------------------------------------*00041700
       2850-LER-IDENCLI                   SECTION.                      00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
            READ IDENCLI INTO WRK-REG-IDENT.                            00042100
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00042200
                MOVE HIGH-VALUES       TO WRK-CHAVE-IDT                 00042300
            ELSE                                                        00042400
                MOVE WRK-IDT-CHAVE     TO WRK-CHAVE-IDT                 00042500
            END-IF.                                                     00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       2850-99-FIM.            EXIT.                                    00042900
      *----------------------------------------------------------------*00043000
      *----------------------------------------------------------------*00043100
       3000-FINALIZAR                     SECTION.                      00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
            MOVE SPACES                TO WRK-REG-COMREG.               00043500
            MOVE '9'                   TO WRK-CRG-TIPO.                 00043600
            MOVE WRK-ACU-COMUNICADOS   TO WRK-CRG-QT-REGISTROS.         00043700
            MOVE WRK-ACU-VALOR         TO WRK-CRG-SOMA-VALORES.         00043800
            WRITE FD-COMREG FROM WRK-REG-COMREG.                        00043900
                                                                        00044000
            CLOSE CASENT                                                00044100
                  CLI2505                                               00044200
                  IDENCLI                                               00044300
                  CASSAI                                                00044400
                  COMREG.                                               00044500
                                                                        00044600
            DISPLAY '------------------------------------------------'. 00044700
            DISPLAY '  CASOS NO CADASTRO...: ' WRK-ACU-LIDOS.           00044800
            DISPLAY '  CASOS COMUNICADOS...: ' WRK-ACU-COMUNICADOS.     00044900
            DISPLAY '  SEM CLIENTE/IDENT...: ' WRK-ACU-SEM-CADASTRO.    00045000
            DISPLAY '------------------------------------------------'. 00045100
                                                                        00045200
            PERFORM 4900-GRAVAR-RUNCTL.                                 00045300
                                                                        00045400
            STOP RUN.                                                   00045500
      *----------------------------------------------------------------*00045600
       3000-99-FIM.            EXIT.                                    00045700
      *----------------------------------------------------------------*00045800
      *----------------------------------------------------------------*00045900
       4900-GRAVAR-RUNCTL                 SECTION.                      00046000
      *----------------------------------------------------------------*00046100
                                                                        00046200
            OPEN EXTEND RUNCTL.                                         00046300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00046400
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00046500
                PERFORM 9000-TRATAR-ERROS                               00046600
            END-IF.                                                     00046700
                                                                        00046800
            MOVE SPACES                TO WRK-RUNCTL.                   00046900
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00047000
            MOVE 'FR06C121'            TO WRK-RUNCTL-PROGRAMA.          00047100
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00047200
            MOVE WRK-ACU-COMUNICADOS   TO WRK-RUNCTL-GRAVADOS.          00047300
            MOVE WRK-ACU-SEM-CADASTRO  TO WRK-RUNCTL-EXCECAO.           00047400
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00047500
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00047600
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00047700
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00047800
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00047900
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00048000
            CLOSE RUNCTL.                                               00048100
                                                                        00048200
      *----------------------------------------------------------------*00048300
       4900-99-FIM.            EXIT.                                    00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
      *----------------------------------------------------------------*00048700
       9000-TRATAR-ERROS                  SECTION.                      00048800
      *----------------------------------------------------------------*00048900
                                                                        00049000
             MOVE 'FR06C121'       TO WRK-ERR-PROGRAMA.                 00049100
             MOVE '9000'           TO WRK-ERR-SECTION.                  00049200
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00049300
             MOVE SPACES           TO WRK-ERR-STATUS.                   00049400
             MOVE WRK-FS-CASENT    TO WRK-ERR-STATUS(1:2).              00049500
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00049600
             MOVE WRK-FS-IDENCLI   TO WRK-ERR-STATUS(5:2).              00049700
             MOVE WRK-FS-CASSAI    TO WRK-ERR-STATUS(7:2).              00049800
             MOVE WRK-FS-COMREG    TO WRK-ERR-STATUS(9:2).              00049900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00050000
                                                                        00050100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00050200
                                                                        00050300
      *----------------------------------------------------------------*00050400
       9000-99-FIM.            EXIT.                                    00050500
      *----------------------------------------------------------------*00050600
