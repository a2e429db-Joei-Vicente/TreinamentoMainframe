      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C145.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CARGA DO KSDS DE CONTRACHEQUES (VSAMCCH, LAYOUT   00001400
      *               B#CCHQ, CHAVE = ID + COMPETENCIA + EVENTO) PARA   00001500
      *               A CONSULTA ONLINE DO FUNCIONARIO (F06CIPC), NO    00001600
      *               MESMO PADRAO DO FR06C141 (VSAMPRD). RODA DEPOIS   00001700
      *               DO FR06CB80 A CADA FOLHA PAGA (MENSAL, DECIMO     00001800
      *               TERCEIRO, FERIAS, ADIANTAMENTO):                  00001900
      *               - CCHANT E A DESCARGA SEQUENCIAL DO CLUSTER       00002000
      *                 ANTERIOR (REPRO NO PASSO ANTERIOR DO JCL,       00002100
      *                 QUE EM SEGUIDA REDEFINE O VSAMCCH); OS          00002200
      *                 CONTRACHEQUES COM MAIS DE DOZE MESES EM         00002300
      *                 RELACAO A COMPETENCIA DO CARTAO SAO             00002400
      *                 EXPURGADOS;                                     00002500
      *               - FOLHA DA RODADA: CADA LINHA PRINCIPAL ABRE UM   00002600
      *                 CONTRACHEQUE E AS LINHAS 'BEN' SEGUINTES DO     00002700
      *                 MESMO ID (FR06DB22) VIRAM AS LINHAS DE          00002800
      *                 DESCONTO (ATE OITO; AS DEMAIS FICAM NOS DEMAIS  00002900
      *                 DESCONTOS, JUNTO COM INSS E IRRF);              00003000
      *               - RETORNO DO BANCO (OPCIONAL, LAYOUT DO           00003100
      *                 FR06CB80) DA A SITUACAO DO CREDITO DE CADA      00003200
      *                 CONTRACHEQUE CARREGADO NA RODADA.               00003300
      *               CONTRACHEQUE DA FOLHA COM A MESMA CHAVE DE UM     00003400
      *               ANTERIOR O SUBSTITUI (RECARGA DA COMPETENCIA).    00003500
      *               CHAVE REPETIDA NA PROPRIA FOLHA OU LINHA 'BEN'    00003600
      *               SEM LINHA PRINCIPAL SAO REJEITADAS COM MENSAGEM   00003700
      *               E RETURN-CODE 4. O CARTAO TAMBEM VAI PARA A       00003800
      *               AUDITORIA CENTRAL (AUDSYS).                       00003900
      *               CARTAO:                                           00004000
      *               COL 01-06 COMPETENCIA DA FOLHA (AAAAMM)           00004100
      *                                                                 00004200
      *----------------------------------------------------------------*00004300
      *     INPUT:                                                      00004400
      *     DDNAME           I/O                                        00004500
      *     RUNCTL            I   (CONTROLE DE RODADA - LRECL 80)       00004600
      *     CCHANT            I   (CONTRACHEQUES ANTERIORES - LRECL     00004700
      *                            250, OPCIONAL)                       00004800
      *     FOLHA             I   (CONTRACHEQUES DA RODADA - LRECL 80)  00004900
      *     RETORNO           I   (RETORNO DO BANCO - LRECL 80,         00005000
      *                            OPCIONAL)                            00005100
      *     VSAMCCH           O   (KSDS - CHAVE 13, LRECL 250)          00005200
      *                                                                 00005300
      *----------------------------------------------------------------*00005400
      *     MANUTENCAO:                                                 00005500
      *                                                                 00005600
      *================================================================*00005700
                                                                        00005800
      *================================================================*00005900
       ENVIRONMENT                               DIVISION.              00006000
      *================================================================*00006100
                                                                        00006200
      *----------------------------------------------------------------*00006300
       CONFIGURATION                             SECTION.               00006400
      *----------------------------------------------------------------*00006500
                                                                        00006600
       SPECIAL-NAMES.                                                   00006700
           DECIMAL-POINT IS COMMA.                                      00006800
                                                                        00006900
      *----------------------------------------------------------------*00007000
       INPUT-OUTPUT                              SECTION.               00007100
      *----------------------------------------------------------------*00007200
                                                                        00007300
       FILE-CONTROL.                                                    00007400
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007500
                FILE STATUS            IS WRK-FS-RUNCTL.                00007600
             SELECT CCHANT             ASSIGN TO CCHANT                 00007700
                FILE STATUS            IS WRK-FS-CCHANT.                00007800
             SELECT FOLHA              ASSIGN TO FOLHA                  00007900
                FILE STATUS            IS WRK-FS-FOLHA.                 00008000
             SELECT RETORNO            ASSIGN TO RETORNO                00008100
                FILE STATUS            IS WRK-FS-RETORNO.               00008200
             SELECT VSAMCCH            ASSIGN TO VSAMCCH                00008300
                ORGANIZATION           IS INDEXED                       00008400
                ACCESS MODE            IS SEQUENTIAL                    00008500
                RECORD KEY             IS FD-VSAM-CHAVE                 00008600
                FILE STATUS            IS WRK-FS-VSAMCCH.               00008700
             SELECT ORDENA             ASSIGN TO ORDENA.                00008800
                                                                        00008900
      *================================================================*00009000
       DATA                                      DIVISION.              00009100
      *================================================================*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       FILE                                      SECTION.               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
       FD RUNCTL                                                        00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-RUNCTL                    PIC X(80).                       00010100
                                                                        00010200
       FD CCHANT                                                        00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-CCHANT                    PIC X(250).                      00010600
                                                                        00010700
       FD FOLHA                                                         00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-FOLHA.                                                     00011100
          05 FD-FLH-ID                 PIC 9(04).                       00011200
          05 FD-FLH-NOME               PIC X(30).                       00011300
          05 FD-FLH-SETOR              PIC 9(04).                       00011400
          05 FD-FLH-BRUTO              PIC 9(08)V99.                    00011500
          05 FD-FLH-DESCONTO           PIC 9(08)V99.                    00011600
          05 FD-FLH-LIQUIDO            PIC 9(08)V99.                    00011700
          05 FD-FLH-EVENTO             PIC X(03).                       00011800
          05 FD-FLH-BENEFICIO          PIC X(03).                       00012000
          05 FILLER                    PIC X(06).                       00012100
                                                                        00012200
       FD RETORNO                                                       00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-RETORNO.                                                   00012600
          05 FD-RET-FUNCIONARIO        PIC X(04).                       00012700
          05 FD-RET-OCORRENCIA         PIC X(02).                       00012800
          05 FD-RET-DESCRICAO          PIC X(30).                       00012900
          05 FILLER                    PIC X(44).                       00013000
                                                                        00013100
       FD VSAMCCH.                                                      00013200
       01 FD-VSAMCCH.                                                   00013300
          05 FD-VSAM-CHAVE             PIC X(13).                       00013400
          05 FILLER                    PIC X(237).                      00013500
                                                                        00013600
       SD ORDENA.                                                       00013700
       01 SD-ORDENA.                                                    00013800
          05 SD-CHAVE                  PIC X(13).                       00013900
          05 FILLER                    PIC X(237).                      00014000
          05 SD-ORIGEM                 PIC X(01).                       00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
       WORKING-STORAGE                           SECTION.               00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
       01 FILLER                       PIC X(50)               VALUE    00014800
            '**** AREA DOS REGISTROS DE ENTRADA E SAIDA ****'.          00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
        COPY 'B#RUNCTL'.                                                00015200
        COPY 'B#CCHQ'.                                                  00015300
                                                                        00015400
      *    REGISTRO DO SORT: CONTRACHEQUE + ORIGEM ('1' = ANTERIOR,     00015500
      *    '2' = FOLHA DA RODADA), QUE DESEMPATA A MESMA CHAVE.         00015600
       01 WRK-REG-ORDENA.                                               00015700
          05 WRK-ORD-CONTRACHEQUE      PIC X(250).                      00015800
          05 WRK-ORD-ORIGEM            PIC X(01).                       00015900
       01 WRK-REG-PENDENTE.                                             00016200
          05 WRK-PEN-CONTRACHEQUE.                                      00016300
             10 WRK-PEN-CHAVE          PIC X(13).                       00016400
             10 FILLER                 PIC X(237).                      00016500
          05 WRK-PEN-ORIGEM            PIC X(01).                       00016600
                                                                        00016900
       01 WRK-CARTAO.                                                   00017000
          05 WRK-CAR-COMPETENCIA.                                       00017100
             10 WRK-CAR-ANO            PIC X(04).                       00017200
             10 WRK-CAR-MES            PIC X(02).                       00017300
          05 FILLER                    PIC X(74).                       00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
       01 FILLER                       PIC X(50)               VALUE    00017800
            '**** RETORNOS EM MEMORIA ****'.                            00017900
      *----------------------------------------------------------------*00018000
                                                                        00018100
       01 WRK-TAB-RETORNOS.                                             00018200
          05 WRK-TAB-RET-ITEM          OCCURS 2000 TIMES.               00018300
             10 WRK-RET-FUNCIONARIO    PIC X(04).                       00018400
             10 WRK-RET-OCORRENCIA     PIC X(02).                       00018500
             10 WRK-RET-DESCRICAO      PIC X(30).                       00018600
       77 WRK-QT-RETORNOS              PIC 9(04) VALUE ZEROS.           00018700
       77 WRK-IDX-RET                  PIC 9(04) VALUE ZEROS.           00018800
       77 WRK-RET-ACHADO               PIC 9(04) VALUE ZEROS.           00018900
       77 WRK-RETORNO-PRESENTE         PIC X(01) VALUE 'N'.             00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                       PIC X(50)               VALUE    00019300
            '**** AREA DE DATAS ****'.                                  00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
       01 WRK-COMPETENCIA.                                              00019700
          05 WRK-CMP-ANO               PIC 9(04).                       00019800
          05 WRK-CMP-MES               PIC 9(02).                       00019900
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA                   00020000
                                       PIC 9(06).                       00020100
       01 WRK-COMPETENCIA-CORTE.                                        00020200
          05 WRK-COR-ANO               PIC 9(04).                       00020300
          05 WRK-COR-MES               PIC 9(02).                       00020400
       01 WRK-COMPETENCIA-CORTE-N REDEFINES WRK-COMPETENCIA-CORTE       00020500
                                       PIC 9(06).                       00020600
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00020700
                                                                        00020800
      *----------------------------------------------------------------*00020900
       01 FILLER                       PIC X(50)               VALUE    00021000
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00021100
      *----------------------------------------------------------------*00021200
                                                                        00021300
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00021400
       77 WRK-FS-CCHANT                PIC X(02) VALUE SPACES.          00021500
       77 WRK-FS-FOLHA                 PIC X(02) VALUE SPACES.          00021600
       77 WRK-FS-RETORNO               PIC X(02) VALUE SPACES.          00021700
       77 WRK-FS-VSAMCCH               PIC X(02) VALUE SPACES.          00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       01 FILLER                       PIC X(50)               VALUE    00022100
            '**** AREA DE CONTADORES E AUXILIARES ****'.                00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
       77 WRK-ACU-ANTERIORES           PIC 9(07) VALUE ZEROS.           00022500
       77 WRK-ACU-EXPURGADOS           PIC 9(07) VALUE ZEROS.           00022600
       77 WRK-ACU-FOLHA-LIDOS          PIC 9(07) VALUE ZEROS.           00022700
       77 WRK-ACU-LINHAS-BEN           PIC 9(07) VALUE ZEROS.           00022800
       77 WRK-ACU-CARREGADOS           PIC 9(07) VALUE ZEROS.           00022900
       77 WRK-ACU-MANTIDOS             PIC 9(07) VALUE ZEROS.           00023000
       77 WRK-ACU-SUBSTITUIDOS         PIC 9(07) VALUE ZEROS.           00023100
       77 WRK-ACU-COM-RETORNO          PIC 9(07) VALUE ZEROS.           00023200
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00023300
       77 WRK-CONTRACHEQUE-ABERTO      PIC X(01) VALUE 'N'.             00023400
       77 WRK-TEM-PENDENTE             PIC X(01) VALUE 'N'.             00023500
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00023600
       77 WRK-SOMA-LINHAS              PIC 9(09)V99 VALUE ZEROS.        00023700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
       01 FILLER                       PIC X(50)               VALUE    00024100
            '**** AREA DO MODULO AUDSYS ****'.                          00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
        COPY '#AUDSYS'.                                                 00024500
                                                                        00024600
      *----------------------------------------------------------------*00024700
       01 FILLER                       PIC X(50)               VALUE    00024800
            '**** AREA DO MODULO TRTERRO ****'.                         00024900
      *----------------------------------------------------------------*00025000
                                                                        00025100
        COPY '#TRTERRO'.                                                00025200
                                                                        00025300
      *================================================================*00025400
       PROCEDURE DIVISION.                                              00025500
      *================================================================*00025600
      *----------------------------------------------------------------*00025700
       0000-PRINCIPAL                     SECTION.                      00025800
      *----------------------------------------------------------------*00025900
                                                                        00026000
           PERFORM 1000-INICIAR.                                        00026100
           PERFORM 2000-PROCESSAR.                                      00026200
           PERFORM 3000-FINALIZAR.                                      00026300
                                                                        00026400
      *----------------------------------------------------------------*00026500
       0000-99-FIM.            EXIT.                                    00026600
      *----------------------------------------------------------------*00026700
      *----------------------------------------------------------------*00026800
       1000-INICIAR                       SECTION.                      00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
            PERFORM 1100-LER-DATA-RODADA.                               00027200
            PERFORM 1200-LER-CARTAO.                                    00027300
            PERFORM 1300-CARREGAR-RETORNOS.                             00027400
                                                                        00027500
            DISPLAY 'COMPETENCIA DA CARGA..: ' WRK-COMPETENCIA-N.       00027600
            DISPLAY 'EXPURGO ANTERIOR A....: '                          00027700
                    WRK-COMPETENCIA-CORTE-N.                            00027800
                                                                        00027900
      *----------------------------------------------------------------*00028000
       1000-99-FIM.            EXIT.                                    00028100
      *----------------------------------------------------------------*00028200
      *----------------------------------------------------------------*00028300
       1100-LER-DATA-RODADA               SECTION.                      00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
            OPEN INPUT RUNCTL.                                          00028700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00028800
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00028900
                PERFORM 9000-TRATAR-ERROS                               00029000
            END-IF.                                                     00029100
            READ RUNCTL INTO WRK-RUNCTL.                                00029200
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00029300
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00029400
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00029500
                PERFORM 9000-TRATAR-ERROS                               00029600
            END-IF.                                                     00029700
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00029800
            CLOSE RUNCTL.                                               00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       1100-99-FIM.            EXIT.                                    00030200
      *----------------------------------------------------------------*00030300
      *----------------------------------------------------------------*00030400
       1200-LER-CARTAO                    SECTION.                      00030500
      *----------------------------------------------------------------*00030600
      *    A JANELA DE DOZE MESES TERMINA NA COMPETENCIA DO CARTAO:    *00030700
      *    O CORTE E O MES SEGUINTE DO ANO ANTERIOR.                   *00030800
      *----------------------------------------------------------------*00030900
                                                                        00031000
            MOVE SPACES TO WRK-CARTAO.                                  00031100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00031200
            MOVE 'FR06C145'  TO WRK-AUD-PROGRAMA.                       00031300
            MOVE WRK-CARTAO  TO WRK-AUD-CARTAO.                         00031400
            CALL 'AUDSYS'    USING WRK-AUDSYS.                          00031500
                                                                        00031600
            IF WRK-CAR-COMPETENCIA NOT NUMERIC                          00031700
               OR (WRK-CAR-MES LESS '01' OR WRK-CAR-MES GREATER '12')   00031800
                MOVE ' CARTAO DE COMPETENCIA INVALIDO ' TO WRK-MSG      00031900
                PERFORM 9000-TRATAR-ERROS                               00032000
            END-IF.                                                     00032100
                                                                        00032200
            MOVE WRK-CAR-COMPETENCIA TO WRK-COMPETENCIA.                00032300
            IF WRK-CMP-MES EQUAL 12                                     00032400
                MOVE WRK-CMP-ANO     TO WRK-COR-ANO                     00032500
                MOVE 1               TO WRK-COR-MES                     00032600
            ELSE                                                        00032700
                COMPUTE WRK-COR-ANO = WRK-CMP-ANO - 1                   00032800
                COMPUTE WRK-COR-MES = WRK-CMP-MES + 1                   00032900
            END-IF.                                                     00033000
                                                                        00033100
      *----------------------------------------------------------------*00033200
       1200-99-FIM.            EXIT.                                    00033300
      *----------------------------------------------------------------*00033400
      *----------------------------------------------------------------*00033500
       1300-CARREGAR-RETORNOS             SECTION.                      00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
            OPEN INPUT RETORNO.                                         00033900
            IF WRK-FS-RETORNO EQUAL '35'                                00034000
                DISPLAY 'RETORNO AUSENTE - CREDITOS SEM RETORNO'        00034100
                GO TO 1300-99-FIM                                       00034200
            END-IF.                                                     00034300
            IF WRK-FS-RETORNO NOT EQUAL ZEROS                           00034400
                MOVE ' ERRO ABERTURA RETORNO ' TO WRK-MSG               00034500
                PERFORM 9000-TRATAR-ERROS                               00034600
            END-IF.                                                     00034700
                                                                        00034800
            MOVE 'S' TO WRK-RETORNO-PRESENTE.                           00034900
            PERFORM 1310-LER-RETORNO                                    00035000
                UNTIL WRK-FS-RETORNO EQUAL '10'.                        00035100
            CLOSE RETORNO.                                              00035200
                                                                        00035300
      *----------------------------------------------------------------*00035400
       1300-99-FIM.            EXIT.                                    00035500
      *----------------------------------------------------------------*00035600
      *----------------------------------------------------------------*00035700
       1310-LER-RETORNO                   SECTION.                      00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
            READ RETORNO.                                               00036100
            IF WRK-FS-RETORNO NOT EQUAL ZEROS                           00036200
                MOVE '10' TO WRK-FS-RETORNO                             00036300
                GO TO 1310-99-FIM                                       00036400
            END-IF.                                                     00036500
            IF WRK-QT-RETORNOS NOT LESS 2000                            00036600
                MOVE ' TABELA DE RETORNOS CHEIA ' TO WRK-MSG            00036700
                PERFORM 9000-TRATAR-ERROS                               00036800
            END-IF.                                                     00036900
            ADD 1 TO WRK-QT-RETORNOS.                                   00037000
            MOVE FD-RET-FUNCIONARIO                                     00037100
                 TO WRK-RET-FUNCIONARIO(WRK-QT-RETORNOS).               00037200
            MOVE FD-RET-OCORRENCIA                                      00037300
                 TO WRK-RET-OCORRENCIA(WRK-QT-RETORNOS).                00037400
            MOVE FD-RET-DESCRICAO                                       00037500
                 TO WRK-RET-DESCRICAO(WRK-QT-RETORNOS).                 00037600
                                                                        00037700
      *----------------------------------------------------------------*00037800
       1310-99-FIM.            EXIT.                                    00037900
      *----------------------------------------------------------------*00038000
      *----------------------------------------------------------------*00038100
       2000-PROCESSAR                     SECTION.                      00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
            SORT ORDENA                                                 00038500
                ON ASCENDING KEY SD-CHAVE                               00038600
                                 SD-ORIGEM                              00038700
                INPUT PROCEDURE  IS 2100-LIBERAR-CONTRACHEQUES          00038800
                OUTPUT PROCEDURE IS 2500-GRAVAR-CONTRACHEQUES.          00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       2000-99-FIM.            EXIT.                                    00039200
      *----------------------------------------------------------------*00039300
      *----------------------------------------------------------------*00039400
       2100-LIBERAR-CONTRACHEQUES         SECTION.                      00039500
      *----------------------------------------------------------------*00039600
                                                                        00039700
            PERFORM 2200-LIBERAR-ANTERIORES.                            00039800
            PERFORM 2300-LIBERAR-FOLHA.                                 00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       2100-99-FIM.            EXIT.                                    00040200
      *----------------------------------------------------------------*00040300
      *----------------------------------------------------------------*00040400
       2200-LIBERAR-ANTERIORES            SECTION.                      00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
            OPEN INPUT CCHANT.                                          00040800
            IF WRK-FS-CCHANT EQUAL '35'                                 00040900
                DISPLAY 'CCHANT AUSENTE - PRIMEIRA CARGA'               00041000
                GO TO 2200-99-FIM                                       00041100
            END-IF.                                                     00041200
            IF WRK-FS-CCHANT NOT EQUAL ZEROS                            00041300
                MOVE ' ERRO ABERTURA CCHANT ' TO WRK-MSG                00041400
                PERFORM 9000-TRATAR-ERROS                               00041500
            END-IF.                                                     00041600
                                                                        00041700
            PERFORM 2210-LER-ANTERIOR                                   00041800
                UNTIL WRK-FS-CCHANT EQUAL '10'.                         00041900
            CLOSE CCHANT.                                               00042000
                                                                        00042100
      *----------------------------------------------------------------*00042200
       2200-99-FIM.            EXIT.                                    00042300
      *----------------------------------------------------------------*00042400
      *----------------------------------------------------------------*00042500
       2210-LER-ANTERIOR                  SECTION.                      00042600
      *----------------------------------------------------------------*00042700
                                                                        00042800
            READ CCHANT INTO WRK-REG-CONTRACHEQUE.                      00042900
            IF WRK-FS-CCHANT NOT EQUAL ZEROS                            00043000
                MOVE '10' TO WRK-FS-CCHANT                              00043100
                GO TO 2210-99-FIM                                       00043200
            END-IF.                                                     00043300
            ADD 1 TO WRK-ACU-ANTERIORES.                                00043400
                                                                        00043500
            IF WRK-CCH-COMPETENCIA LESS WRK-COMPETENCIA-CORTE-N         00043600
                ADD 1 TO WRK-ACU-EXPURGADOS                             00043700
                GO TO 2210-99-FIM                                       00043800
            END-IF.                                                     00043900
                                                                        00044000
            MOVE WRK-REG-CONTRACHEQUE TO WRK-ORD-CONTRACHEQUE.          00044100
            MOVE '1'                  TO WRK-ORD-ORIGEM.                00044200
            RELEASE SD-ORDENA FROM WRK-REG-ORDENA.                      00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       2210-99-FIM.            EXIT.                                    00044600
      *----------------------------------------------------------------*00044700
      *----------------------------------------------------------------*00044800
       2300-LIBERAR-FOLHA                 SECTION.                      00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
            OPEN INPUT FOLHA.                                           00045200
            IF WRK-FS-FOLHA NOT EQUAL ZEROS                             00045300
                MOVE ' ERRO ABERTURA FOLHA ' TO WRK-MSG                 00045400
                PERFORM 9000-TRATAR-ERROS                               00045500
            END-IF.                                                     00045600
                                                                        00045700
            PERFORM 2310-LER-FOLHA                                      00045800
                UNTIL WRK-FS-FOLHA EQUAL '10'.                          00045900
            CLOSE FOLHA.                                                00046000
                                                                        00046100
            IF WRK-CONTRACHEQUE-ABERTO EQUAL 'S'                        00046200
                PERFORM 2400-LIBERAR-CONTRACHEQUE                       00046300
            END-IF.                                                     00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       2300-99-FIM.            EXIT.                                    00046700
      *----------------------------------------------------------------*00046800
      *----------------------------------------------------------------*00046900
       2310-LER-FOLHA                     SECTION.                      00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
            READ FOLHA.                                                 00047300
            IF WRK-FS-FOLHA NOT EQUAL ZEROS                             00047400
                MOVE '10' TO WRK-FS-FOLHA                               00047500
                GO TO 2310-99-FIM                                       00047600
            END-IF.                                                     00047700
            ADD 1 TO WRK-ACU-FOLHA-LIDOS.                               00047800
                                                                        00047900
            IF FD-FLH-EVENTO EQUAL 'BEN'                                00048000
                PERFORM 2330-SOMAR-LINHA-DESCONTO                       00048100
                GO TO 2310-99-FIM                                       00048200
            END-IF.                                                     00048300
                                                                        00048400
            IF WRK-CONTRACHEQUE-ABERTO EQUAL 'S'                        00048500
                PERFORM 2400-LIBERAR-CONTRACHEQUE                       00048600
            END-IF.                                                     00048700
            PERFORM 2320-ABRIR-CONTRACHEQUE.                            00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       2310-99-FIM.            EXIT.                                    00049100
      *----------------------------------------------------------------*00049200
      *----------------------------------------------------------------*00049300
       2320-ABRIR-CONTRACHEQUE            SECTION.                      00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
            MOVE SPACES                TO WRK-REG-CONTRACHEQUE.         00049700
            MOVE FD-FLH-ID             TO WRK-CCH-ID.                   00049800
            MOVE WRK-COMPETENCIA-N     TO WRK-CCH-COMPETENCIA.          00049900
            MOVE FD-FLH-EVENTO         TO WRK-CCH-EVENTO.               00050000
            MOVE FD-FLH-NOME           TO WRK-CCH-NOME.                 00050100
            MOVE FD-FLH-SETOR          TO WRK-CCH-SETOR.                00050200
            MOVE FD-FLH-BRUTO          TO WRK-CCH-BRUTO.                00050300
            MOVE FD-FLH-DESCONTO       TO WRK-CCH-DESCONTO.             00050400
            MOVE FD-FLH-LIQUIDO        TO WRK-CCH-LIQUIDO.              00050500
            MOVE ZEROS                 TO WRK-CCH-QT-LINHAS             00050600
                                          WRK-CCH-DEMAIS-DESCONTOS      00050700
                                          WRK-SOMA-LINHAS.              00050800
            MOVE WRK-DATA-RODADA       TO WRK-CCH-DATA-CARGA.           00050900
            MOVE 'S'                   TO WRK-CONTRACHEQUE-ABERTO.      00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       2320-99-FIM.            EXIT.                                    00051300
      *----------------------------------------------------------------*00051400
      *----------------------------------------------------------------*00051500
       2330-SOMAR-LINHA-DESCONTO          SECTION.                      00051600
      *----------------------------------------------------------------*00051700
      *    A LINHA 'BEN' SEGUE A LINHA PRINCIPAL DO MESMO ID. ALEM DA  *00051800
      *    OITAVA, O VALOR FICA NOS DEMAIS DESCONTOS.                  *00051900
      *----------------------------------------------------------------*00052000
                                                                        00052100
            IF WRK-CONTRACHEQUE-ABERTO NOT EQUAL 'S'                    00052200
               OR FD-FLH-ID NOT EQUAL WRK-CCH-ID                        00052300
                ADD 1 TO WRK-ACU-REJEITADOS                             00052400
                DISPLAY 'LINHA BEN SEM CONTRACHEQUE: ID '               00052500
                        FD-FLH-ID ' BENEFICIO ' FD-FLH-BENEFICIO        00052600
                GO TO 2330-99-FIM                                       00052700
            END-IF.                                                     00052800
                                                                        00052900
            ADD 1 TO WRK-ACU-LINHAS-BEN.                                00053000
            IF WRK-CCH-QT-LINHAS LESS 8                                 00053100
                ADD 1 TO WRK-CCH-QT-LINHAS                              00053200
                MOVE FD-FLH-BENEFICIO                                   00053300
                     TO WRK-CCH-LIN-CODIGO(WRK-CCH-QT-LINHAS)           00053400
                MOVE FD-FLH-DESCONTO                                    00053500
                     TO WRK-CCH-LIN-VALOR(WRK-CCH-QT-LINHAS)            00053600
                ADD FD-FLH-DESCONTO TO WRK-SOMA-LINHAS                  00053700
            END-IF.                                                     00053800
                                                                        00053900
      *----------------------------------------------------------------*00054000
       2330-99-FIM.            EXIT.                                    00054100
      *----------------------------------------------------------------*00054200
      *----------------------------------------------------------------*00054300
       2400-LIBERAR-CONTRACHEQUE          SECTION.                      00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
            IF WRK-SOMA-LINHAS GREATER WRK-CCH-DESCONTO                 00054700
                ADD 1 TO WRK-ACU-REJEITADOS                             00054800
                DISPLAY 'LINHAS BEN ACIMA DO DESCONTO: ID '             00054900
                        WRK-CCH-ID ' EVENTO ' WRK-CCH-EVENTO            00055000
                MOVE ZEROS TO WRK-CCH-DEMAIS-DESCONTOS                  00055100
            ELSE                                                        00055200
                COMPUTE WRK-CCH-DEMAIS-DESCONTOS =                      00055300
                        WRK-CCH-DESCONTO - WRK-SOMA-LINHAS              00055400
            END-IF.                                                     00055500
                                                                        00055600
            PERFORM 2410-APLICAR-RETORNO.                               00055700
                                                                        00055800
            MOVE WRK-REG-CONTRACHEQUE TO WRK-ORD-CONTRACHEQUE.          00055900
            MOVE '2'                  TO WRK-ORD-ORIGEM.                00056000
            RELEASE SD-ORDENA FROM WRK-REG-ORDENA.                      00056100
            MOVE 'N'                  TO WRK-CONTRACHEQUE-ABERTO.       00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       2400-99-FIM.            EXIT.                                    00056500
      *----------------------------------------------------------------*00056600
      *----------------------------------------------------------------*00056700
       2410-APLICAR-RETORNO               SECTION.                      00056800
      *----------------------------------------------------------------*00056900
      *    CREDITO INTERNO (VINCFUN, FR06CB79) NAO VAI PARA A REMESSA  *00057000
      *    E POR ISSO NAO CONSTA DO RETORNO DO BANCO.                  *00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
            MOVE SPACES TO WRK-CCH-BCO-OCORRENCIA.                      00057400
            IF WRK-CCH-LIQUIDO EQUAL ZEROS                              00057500
                MOVE 'SEM VALOR A CREDITAR' TO WRK-CCH-BCO-DESCRICAO    00057600
                GO TO 2410-99-FIM                                       00057700
            END-IF.                                                     00057800
            IF WRK-RETORNO-PRESENTE NOT EQUAL 'S'                       00057900
                MOVE 'AGUARDANDO RETORNO DO BANCO'                      00058000
                                      TO WRK-CCH-BCO-DESCRICAO          00058100
                GO TO 2410-99-FIM                                       00058200
            END-IF.                                                     00058300
                                                                        00058400
            MOVE ZEROS TO WRK-RET-ACHADO.                               00058500
            PERFORM 2420-COMPARAR-RETORNO                               00058600
                VARYING WRK-IDX-RET FROM 1 BY 1                         00058700
                UNTIL WRK-IDX-RET GREATER WRK-QT-RETORNOS               00058800
                   OR WRK-RET-ACHADO GREATER ZEROS.                     00058900
                                                                        00059000
            IF WRK-RET-ACHADO EQUAL ZEROS                               00059100
                MOVE 'NAO CONSTA DO RETORNO DO BANCO'                   00059200
                                      TO WRK-CCH-BCO-DESCRICAO          00059300
                GO TO 2410-99-FIM                                       00059400
            END-IF.                                                     00059500
                                                                        00059600
            ADD 1 TO WRK-ACU-COM-RETORNO.                               00059700
            MOVE WRK-RET-OCORRENCIA(WRK-RET-ACHADO)                     00059800
                                      TO WRK-CCH-BCO-OCORRENCIA.        00059900
            MOVE WRK-RET-DESCRICAO(WRK-RET-ACHADO)                      00060000
                                      TO WRK-CCH-BCO-DESCRICAO.         00060100
            IF WRK-CCH-BCO-DESCRICAO EQUAL SPACES                       00060200
                IF WRK-CCH-BCO-OCORRENCIA EQUAL '00'                    00060300
                    MOVE 'CREDITO EFETUADO' TO WRK-CCH-BCO-DESCRICAO    00060400
                ELSE                                                    00060500
                    MOVE 'CREDITO REJEITADO PELO BANCO'                 00060600
                                      TO WRK-CCH-BCO-DESCRICAO          00060700
                END-IF                                                  00060800
            END-IF.                                                     00060900
                                                                        00061000
      *----------------------------------------------------------------*00061100
       2410-99-FIM.            EXIT.                                    00061200
      *----------------------------------------------------------------*00061300
      *----------------------------------------------------------------*00061400
       2420-COMPARAR-RETORNO              SECTION.                      00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
            IF WRK-RET-FUNCIONARIO(WRK-IDX-RET) EQUAL WRK-CCH-ID        00061800
                MOVE WRK-IDX-RET TO WRK-RET-ACHADO                      00061900
            END-IF.                                                     00062000
                                                                        00062100
      *----------------------------------------------------------------*00062200
       2420-99-FIM.            EXIT.                                    00062300
      *----------------------------------------------------------------*00062400
      *----------------------------------------------------------------*00062500
       2500-GRAVAR-CONTRACHEQUES          SECTION.                      00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
            OPEN OUTPUT VSAMCCH.                                        00062900
            IF WRK-FS-VSAMCCH NOT EQUAL ZEROS                           00063000
                MOVE ' ERRO ABERTURA VSAMCCH ' TO WRK-MSG               00063100
                PERFORM 9000-TRATAR-ERROS                               00063200
            END-IF.                                                     00063300
                                                                        00063400
            PERFORM 2510-RETORNAR-CONTRACHEQUE                          00063500
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00063600
                                                                        00063700
            IF WRK-TEM-PENDENTE EQUAL 'S'                               00063800
                PERFORM 2530-GRAVAR-PENDENTE                            00063900
            END-IF.                                                     00064000
                                                                        00064100
            CLOSE VSAMCCH.                                              00064200
                                                                        00064300
      *----------------------------------------------------------------*00064400
       2500-99-FIM.            EXIT.                                    00064500
      *----------------------------------------------------------------*00064600
      *----------------------------------------------------------------*00064700
       2510-RETORNAR-CONTRACHEQUE         SECTION.                      00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
            RETURN ORDENA INTO WRK-REG-ORDENA                           00065100
                AT END                                                  00065200
                    MOVE 'S' TO WRK-FIM-SORT                            00065300
                NOT AT END                                              00065400
                    PERFORM 2520-CONFERIR-CHAVE                         00065500
            END-RETURN.                                                 00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       2510-99-FIM.            EXIT.                                    00065900
      *----------------------------------------------------------------*00066000
      *----------------------------------------------------------------*00066100
       2520-CONFERIR-CHAVE                SECTION.                      00066200
      *----------------------------------------------------------------*00066300
      *    O REGISTRO FICA PENDENTE ATE CHEGAR OUTRA CHAVE: NA MESMA   *00066400
      *    CHAVE, O DA FOLHA SUBSTITUI O ANTERIOR E UM SEGUNDO DA      *00066500
      *    FOLHA E REJEITADO.                                          *00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
            IF WRK-TEM-PENDENTE EQUAL 'S'                               00066900
               AND WRK-ORD-CONTRACHEQUE(1:13) EQUAL WRK-PEN-CHAVE       00067000
                IF WRK-PEN-ORIGEM EQUAL '1' AND WRK-ORD-ORIGEM EQUAL '2'00067100
                    ADD 1 TO WRK-ACU-SUBSTITUIDOS                       00067200
                    MOVE WRK-REG-ORDENA TO WRK-REG-PENDENTE             00067300
                ELSE                                                    00067400
                    ADD 1 TO WRK-ACU-REJEITADOS                         00067500
                    DISPLAY 'CONTRACHEQUE DUPLICADO NA FOLHA: '         00067600
                            WRK-PEN-CHAVE                               00067700
                END-IF                                                  00067800
                GO TO 2520-99-FIM                                       00067900
            END-IF.                                                     00068000
                                                                        00068100
            IF WRK-TEM-PENDENTE EQUAL 'S'                               00068200
                PERFORM 2530-GRAVAR-PENDENTE                            00068300
            END-IF.                                                     00068400
            MOVE WRK-REG-ORDENA TO WRK-REG-PENDENTE.                    00068500
            MOVE 'S'            TO WRK-TEM-PENDENTE.                    00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       2520-99-FIM.            EXIT.                                    00068900
      *----------------------------------------------------------------*00069000
      *----------------------------------------------------------------*00069100
       2530-GRAVAR-PENDENTE               SECTION.                      00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
            MOVE WRK-PEN-CONTRACHEQUE TO FD-VSAMCCH.                    00069500
            WRITE FD-VSAMCCH.                                           00069600
            EVALUATE WRK-FS-VSAMCCH                                     00069700
             WHEN '00'                                                  00069800
               IF WRK-PEN-ORIGEM EQUAL '2'                              00069900
                   ADD 1 TO WRK-ACU-CARREGADOS                          00070000
               ELSE                                                     00070100
                   ADD 1 TO WRK-ACU-MANTIDOS                            00070200
               END-IF                                                   00070300
             WHEN '21'                                                  00070400
             WHEN '22'                                                  00070500
               ADD 1 TO WRK-ACU-REJEITADOS                              00070600
               DISPLAY 'CHAVE DUPLICADA/FORA DE ORDEM: '                00070700
                       FD-VSAM-CHAVE                                    00070800
             WHEN OTHER                                                 00070900
               MOVE ' ERRO GRAVACAO VSAMCCH ' TO WRK-MSG                00071000
               PERFORM 9000-TRATAR-ERROS                                00071100
            END-EVALUATE.                                               00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       2530-99-FIM.            EXIT.                                    00071500
      *----------------------------------------------------------------*00071600
      *----------------------------------------------------------------*00071700
       3000-FINALIZAR                     SECTION.                      00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
            DISPLAY '------------------------------------------------'. 00072100
            DISPLAY '  ANTERIORES LIDOS....: ' WRK-ACU-ANTERIORES.      00072200
            DISPLAY '  EXPURGADOS (12 MESES): ' WRK-ACU-EXPURGADOS.     00072300
            DISPLAY '  ANTERIORES MANTIDOS.: ' WRK-ACU-MANTIDOS.        00072400
            DISPLAY '  LINHAS DA FOLHA LIDAS: ' WRK-ACU-FOLHA-LIDOS.    00072500
            DISPLAY '  LINHAS BEN..........: ' WRK-ACU-LINHAS-BEN.      00072600
            DISPLAY '  CONTRACHEQUES CARREG: ' WRK-ACU-CARREGADOS.      00072700
            DISPLAY '  SUBSTITUIDOS........: ' WRK-ACU-SUBSTITUIDOS.    00072800
            DISPLAY '  COM RETORNO DO BANCO: ' WRK-ACU-COM-RETORNO.     00072900
            DISPLAY '  REJEITADOS..........: ' WRK-ACU-REJEITADOS.      00073000
            DISPLAY '------------------------------------------------'. 00073100
                                                                        00073200
            IF WRK-ACU-REJEITADOS GREATER ZEROS                         00073300
                MOVE 4 TO RETURN-CODE                                   00073400
            END-IF.                                                     00073500
                                                                        00073600
            STOP RUN.                                                   00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       3000-99-FIM.            EXIT.                                    00074000
      *----------------------------------------------------------------*00074100
      *----------------------------------------------------------------*00074200
       9000-TRATAR-ERROS                  SECTION.                      00074300
      *----------------------------------------------------------------*00074400
                                                                        00074500
             MOVE 'FR06C145'       TO WRK-ERR-PROGRAMA.                 00074600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00074700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00074800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00074900
             MOVE WRK-FS-FOLHA     TO WRK-ERR-STATUS(1:2).              00075000
             MOVE WRK-FS-VSAMCCH   TO WRK-ERR-STATUS(3:2).              00075100
             MOVE WRK-FS-CCHANT    TO WRK-ERR-STATUS(5:2).              00075200
             MOVE WRK-FS-RETORNO   TO WRK-ERR-STATUS(7:2).              00075300
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00075400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00075500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       9000-99-FIM.            EXIT.                                    00075900
      *----------------------------------------------------------------*00076000
