      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C103.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: GERACAO NOTURNA DAS INSTRUCOES PROGRAMADAS       *00001400
      *               (TRANSFERENCIAS RECORRENTES E DEBITOS            *00001500
      *               AUTOMATICOS). LE O CADASTRO DE INSTRUCOES        *00001600
      *               (INSTENT, LAYOUT B#INSTR, ORDENADO POR CHAVE +   *00001700
      *               SEQUENCIA) E, PARA CADA INSTRUCAO ATIVA, APURA   *00001800
      *               A OCORRENCIA PREVISTA DO MES ANTERIOR E DO MES   *00001900
      *               DA RODADA (DIA DA INSTRUCAO, LIMITADO AO ULTIMO  *00002000
      *               DIA DO MES, NA FREQUENCIA CONTADA DESDE A        *00002100
      *               DATA-INI). A DATA PREVISTA EM FIM DE SEMANA OU   *00002200
      *               FERIADO ROLA PARA O PROXIMO DIA UTIL (CALNDIA    *00002300
      *               FUNCAO 'U'); A OCORRENCIA VENCE QUANDO ESSE DIA  *00002400
      *               UTIL NAO PASSA DA DATA DA RODADA DO RUNCTL E     *00002500
      *               AINDA NAO FOI TRATADA (ULT-GERACAO).             *00002600
      *               OCORRENCIAS VENCIDAS VIRAM MOVIMENTO 'T' OU 'D'  *00002700
      *               NO ARQUIVO MOVPROG (LAYOUT B#MOV25, CABECALHO/   *00002800
      *               TRAILER VERSAO '02'), QUE ENTRA NA CONCATENACAO  *00002900
      *               DO MOV2505 DA NOITE. INSTRUCAO DE CONTA          *00003000
      *               ENCERRADA (FORA DO CLI2505), BLOQUEADA (B#BLOQ)  *00003100
      *               OU INATIVA (B#SITCTA) - OU TRANSFERENCIA PARA    *00003200
      *               CONTRAPARTIDA ENCERRADA OU BLOQUEADA - NAO GERA  *00003300
      *               MOVIMENTO: SAI NO RELATORIO RELPROG COM O        *00003400
      *               MOTIVO (RETURN-CODE 4). O CADASTRO E REGRAVADO   *00003500
      *               EM INSTSAI COM A ULT-GERACAO ATUALIZADA.         *00003600
      *               CONTADORES ANEXADOS AO RUNCTL.                   *00003700
      *                                                                 00003800
      *----------------------------------------------------------------*00003900
      *     INPUT:                                                      00004000
      *     DDNAME           I/O                                        00004100
      *     INSTENT           I   (INSTRUCOES ATUAIS - LRECL 80)        00004200
      *     CLI2505           I   (CADASTRO DO DIA - LRECL 56)          00004300
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80, OPCIONAL)      00004400
      *     SITCONTA          I   (CONTAS INATIVAS - LRECL 80, OPCIONAL)00004500
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00004600
      *     MOVPROG           O   (MOVIMENTOS 'T'/'D' - LRECL 65)       00004700
      *     INSTSAI           O   (INSTRUCOES ATUALIZADAS - LRECL 80)   00004800
      *     RELPROG           O   (GERADAS E IGNORADAS - LRECL 80)      00004900
      *                                                                 00005000
      *----------------------------------------------------------------*00005100
      *     MANUTENCAO:                                                 00005200
      *                                                                 00005300
      *================================================================*00005400
                                                                        00005500
      *================================================================*00005600
       ENVIRONMENT                               DIVISION.              00005700
      *================================================================*00005800
                                                                        00005900
      *----------------------------------------------------------------*00006000
       CONFIGURATION                             SECTION.               00006100
      *----------------------------------------------------------------*00006200
                                                                        00006300
       SPECIAL-NAMES.                                                   00006400
           DECIMAL-POINT IS COMMA.                                      00006500
                                                                        00006600
      *----------------------------------------------------------------*00006700
       INPUT-OUTPUT                              SECTION.               00006800
      *----------------------------------------------------------------*00006900
                                                                        00007000
       FILE-CONTROL.                                                    00007100
             SELECT INSTENT            ASSIGN TO INSTENT                00007200
                FILE STATUS            IS WRK-FS-INSTENT.               00007300
             SELECT CLI2505            ASSIGN TO CLI2505                00007400
                FILE STATUS            IS WRK-FS-CLI2505.               00007500
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00007600
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00007700
             SELECT SITCONTA           ASSIGN TO SITCONTA               00007800
                FILE STATUS            IS WRK-FS-SITCONTA.              00007900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008000
                FILE STATUS            IS WRK-FS-RUNCTL.                00008100
             SELECT MOVPROG            ASSIGN TO MOVPROG                00008200
                FILE STATUS            IS WRK-FS-MOVPROG.               00008300
             SELECT INSTSAI            ASSIGN TO INSTSAI                00008400
                FILE STATUS            IS WRK-FS-INSTSAI.               00008500
             SELECT RELPROG            ASSIGN TO RELPROG                00008600
                FILE STATUS            IS WRK-FS-RELPROG.               00008700
                                                                        00008800
      *================================================================*00008900
       DATA                                      DIVISION.              00009000
      *================================================================*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       FILE                                      SECTION.               00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
       FD INSTENT                                                       00009700
           RECORDING MODE IS F                                          00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
       01 FD-INSTENT                   PIC X(80).                       00010000
                                                                        00010100
       FD CLI2505                                                       00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
       COPY 'B#CLI25'.                                                  00010500
                                                                        00010600
       FD BLOQUEIO                                                      00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-BLOQUEIO                  PIC X(80).                       00011000
                                                                        00011100
       FD SITCONTA                                                      00011200
           RECORDING MODE IS F                                          00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
       01 FD-SITCONTA                  PIC X(80).                       00011500
                                                                        00011600
       FD RUNCTL                                                        00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-RUNCTL                    PIC X(80).                       00012000
                                                                        00012100
       FD MOVPROG                                                       00012200
           RECORDING MODE IS F                                          00012300
           BLOCK CONTAINS 0 RECORDS.                                    00012400
       01 FD-MOVPROG                   PIC X(65).                       00012500
                                                                        00012600
       FD INSTSAI                                                       00012700
           RECORDING MODE IS F                                          00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-INSTSAI                   PIC X(80).                       00013000
                                                                        00013100
       FD RELPROG                                                       00013200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
       01 FD-RELPROG                   PIC X(80).                       00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
       WORKING-STORAGE                           SECTION.               00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
            '**** AREA DE CABECALHO/TRAILER E RUNCTL ****'.             00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
        COPY 'B#HDRTRL'.                                                00014600
        COPY 'B#RUNCTL'.                                                00014700
                                                                        00014800
       01 WRK-HORA-PASSO.                                               00014900
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00015000
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00015100
       01 WRK-HORA-ACCEPT.                                              00015200
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00015300
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
       01 FILLER                       PIC X(50)               VALUE    00015700
            '**** AREA DA INSTRUCAO E DO MOVIMENTO ****'.               00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
        COPY 'B#INSTR'.                                                 00016100
                                                                        00016200
        COPY 'B#MOV25'.                                                 00016300
                                                                        00016400
       01 WRK-DESC-DEBITO.                                              00016500
          05 FILLER                    PIC X(15) VALUE                  00016600
             'DEB AUTOMATICO '.                                         00016700
          05 WRK-DDB-FAVORECIDO        PIC X(15).                       00016800
                                                                        00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                       PIC X(50)               VALUE    00017100
            '**** AREA DE CONTAS DO DIA E RESTRICOES ****'.             00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
        COPY 'B#BLOQ'.                                                  00017500
                                                                        00017600
        COPY 'B#SITCTA'.                                                00017700
                                                                        00017800
       01 WRK-TAB-CHAVES-CLI.                                           00017900
          05 WRK-TBK-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00018000
       77 WRK-QT-CHAVES-CLI            PIC 9(04) VALUE ZEROS.           00018100
                                                                        00018200
       01 WRK-TAB-BLOQUEIOS.                                            00018300
          05 WRK-TBQ-CHAVE             PIC X(08) OCCURS 500 TIMES.      00018400
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00018500
                                                                        00018600
       01 WRK-TAB-INATIVAS.                                             00018700
          05 WRK-INA-CHAVE             PIC X(08) OCCURS 1000 TIMES.     00018800
       77 WRK-QT-INATIVAS              PIC 9(04) VALUE ZEROS.           00018900
                                                                        00019000
       77 WRK-IDX-TAB                  PIC 9(04) VALUE ZEROS.           00019100
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00019200
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00019300
                                                                        00019400
      *----------------------------------------------------------------*00019500
       01 FILLER                       PIC X(50)               VALUE    00019600
            '**** AREA DE DATAS E CALENDARIO ****'.                     00019700
      *----------------------------------------------------------------*00019800
                                                                        00019900
        COPY '#CALNDIA'.                                                00020000
                                                                        00020100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00020200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00020300
                                                                        00020400
       01 WRK-DATA-CORTE-R.                                             00020500
          05 WRK-COR-ANO               PIC 9(04).                       00020600
          05 WRK-COR-MES               PIC 9(02).                       00020700
          05 WRK-COR-DIA               PIC 9(02).                       00020800
                                                                        00020900
       01 WRK-DATA-INI-R.                                               00021000
          05 WRK-INI-ANO               PIC 9(04).                       00021100
          05 WRK-INI-MES               PIC 9(02).                       00021200
          05 WRK-INI-DIA               PIC 9(02).                       00021300
                                                                        00021400
       01 WRK-DATA-PREVISTA.                                            00021500
          05 WRK-PRV-ANO               PIC 9(04).                       00021600
          05 WRK-PRV-MES               PIC 9(02).                       00021700
          05 WRK-PRV-DIA               PIC 9(02).                       00021800
       01 WRK-DATA-PREVISTA-N REDEFINES WRK-DATA-PREVISTA               00021900
                                       PIC 9(08).                       00022000
                                                                        00022100
       01 WRK-DATA-EFETIVA.                                             00022200
          05 WRK-EFE-ANO               PIC 9(04).                       00022300
          05 WRK-EFE-MES               PIC 9(02).                       00022400
          05 WRK-EFE-DIA               PIC 9(02).                       00022500
       01 WRK-DATA-EFETIVA-N REDEFINES WRK-DATA-EFETIVA                 00022600
                                       PIC 9(08).                       00022700
                                                                        00022800
       77 WRK-OCO-ANO                  PIC 9(04) VALUE ZEROS.           00022900
       77 WRK-OCO-MES                  PIC 9(02) VALUE ZEROS.           00023000
       77 WRK-MESES-OCO                PIC 9(06) VALUE ZEROS.           00023100
       77 WRK-MESES-INI                PIC 9(06) VALUE ZEROS.           00023200
       77 WRK-MESES-DECORRIDOS         PIC 9(06) VALUE ZEROS.           00023300
       77 WRK-PERIODO                  PIC 9(02) VALUE ZEROS.           00023400
       77 WRK-QUOCIENTE                PIC 9(06) VALUE ZEROS.           00023500
       77 WRK-RESTO                    PIC 9(02) VALUE ZEROS.           00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01 FILLER                       PIC X(50)               VALUE    00023900
            '**** AREA DO RELATORIO ****'.                              00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       01 WRK-CABEC1.                                                   00024300
          05 FILLER                    PIC X(40) VALUE                  00024400
             '------ INSTRUCOES PROGRAMADAS DA RODADA '.                00024500
          05 WRK-CAB-DATA              PIC 9(08).                       00024600
          05 FILLER                    PIC X(32) VALUE ' ------'.       00024700
                                                                        00024800
       01 WRK-LINHA-REL.                                                00024900
          05 WRK-LR-SITUACAO           PIC X(09).                       00025000
          05 WRK-LR-AGENCIA            PIC X(04).                       00025100
          05 FILLER                    PIC X(01) VALUE '/'.             00025200
          05 WRK-LR-CONTA              PIC X(04).                       00025300
          05 FILLER                    PIC X(01) VALUE '-'.             00025400
          05 WRK-LR-SEQ                PIC 9(02).                       00025500
          05 FILLER                    PIC X(01) VALUE SPACES.          00025600
          05 WRK-LR-TIPO               PIC X(01).                       00025700
          05 FILLER                    PIC X(01) VALUE SPACES.          00025800
          05 WRK-LR-VALOR              PIC ZZ.ZZZ.ZZ9,99.               00025900
          05 FILLER                    PIC X(01) VALUE SPACES.          00026000
          05 WRK-LR-DATA               PIC 9(08).                       00026100
          05 FILLER                    PIC X(01) VALUE SPACES.          00026200
          05 WRK-LR-MOTIVO             PIC X(30).                       00026300
          05 FILLER                    PIC X(03) VALUE SPACES.          00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                       PIC X(50)               VALUE    00026700
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
       77 WRK-FS-INSTENT               PIC X(02) VALUE SPACES.          00027100
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00027200
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00027300
       77 WRK-FS-SITCONTA              PIC X(02) VALUE SPACES.          00027400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00027500
       77 WRK-FS-MOVPROG               PIC X(02) VALUE SPACES.          00027600
       77 WRK-FS-INSTSAI               PIC X(02) VALUE SPACES.          00027700
       77 WRK-FS-RELPROG               PIC X(02) VALUE SPACES.          00027800
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00027900
       77 WRK-ACU-GERADOS              PIC 9(07) VALUE ZEROS.           00028000
       77 WRK-ACU-IGNORADOS            PIC 9(07) VALUE ZEROS.           00028100
       77 WRK-ACU-INATIVAS-INS         PIC 9(07) VALUE ZEROS.           00028200
       77 WRK-HASH-VALOR               PIC 9(15) VALUE ZEROS.           00028300
       77 WRK-MOTIVO                   PIC X(30) VALUE SPACES.          00028400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       01 FILLER                       PIC X(50)               VALUE    00028800
            '**** AREA DO MODULO TRTERRO ****'.                         00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
        COPY '#TRTERRO'.                                                00029200
                                                                        00029300
      *================================================================*00029400
       PROCEDURE DIVISION.                                              00029500
      *================================================================*00029600
      *----------------------------------------------------------------*00029700
       0000-PRINCIPAL                     SECTION.                      00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00030100
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00030200
                                                                        00030300
           PERFORM 1000-INICIAR.                                        00030400
                                                                        00030500
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-INSTENT EQUAL '10'.      00030600
                                                                        00030700
           PERFORM 3000-FINALIZAR.                                      00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
       0000-99-FIM.            EXIT.                                    00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1000-INICIAR                       SECTION.                      00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
            OPEN INPUT  INSTENT                                         00031800
                        CLI2505                                         00031900
                 OUTPUT MOVPROG                                         00032000
                        INSTSAI                                         00032100
                        RELPROG.                                        00032200
            PERFORM 1100-TESTAR-FILE-STATUS.                            00032300
                                                                        00032400
            PERFORM 1600-LER-DATA-RODADA.                               00032500
                                                                        00032600
            PERFORM 1200-CARREGAR-CLIENTES.                             00032700
                                                                        00032800
            PERFORM 1300-CARREGAR-BLOQUEIOS.                            00032900
                                                                        00033000
            PERFORM 1400-CARREGAR-INATIVAS.                             00033100
                                                                        00033200
            PERFORM 1700-GRAVAR-CABECALHO.                              00033300
                                                                        00033400
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00033500
            WRITE FD-RELPROG FROM WRK-CABEC1.                           00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       1000-99-FIM.            EXIT.                                    00033900
      *----------------------------------------------------------------*00034000
      *----------------------------------------------------------------*00034100
       1100-TESTAR-FILE-STATUS            SECTION.                      00034200
      *----------------------------------------------------------------*00034300
                                                                        00034400
            IF WRK-FS-INSTENT NOT EQUAL ZEROS                           00034500
                MOVE ' ERRO ABERTURA INSTENT ' TO WRK-MSG               00034600
                PERFORM 9000-TRATAR-ERROS                               00034700
            END-IF.                                                     00034800
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00034900
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00035000
                PERFORM 9000-TRATAR-ERROS                               00035100
            END-IF.                                                     00035200
            IF WRK-FS-MOVPROG NOT EQUAL ZEROS                           00035300
                MOVE ' ERRO ABERTURA MOVPROG ' TO WRK-MSG               00035400
                PERFORM 9000-TRATAR-ERROS                               00035500
            END-IF.                                                     00035600
            IF WRK-FS-INSTSAI NOT EQUAL ZEROS                           00035700
                MOVE ' ERRO ABERTURA INSTSAI ' TO WRK-MSG               00035800
                PERFORM 9000-TRATAR-ERROS                               00035900
            END-IF.                                                     00036000
            IF WRK-FS-RELPROG NOT EQUAL ZEROS                           00036100
                MOVE ' ERRO ABERTURA RELPROG ' TO WRK-MSG               00036200
                PERFORM 9000-TRATAR-ERROS                               00036300
            END-IF.                                                     00036400
                                                                        00036500
      *----------------------------------------------------------------*00036600
       1100-99-FIM.            EXIT.                                    00036700
      *----------------------------------------------------------------*00036800
      *----------------------------------------------------------------*00036900
       1200-CARREGAR-CLIENTES             SECTION.                      00037000
      *----------------------------------------------------------------*00037100
      *    CONTA FORA DO CADASTRO DO DIA = CONTA ENCERRADA.            *00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
            READ CLI2505.                                               00037500
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00037600
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00037700
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00037800
                PERFORM 9000-TRATAR-ERROS                               00037900
            END-IF.                                                     00038000
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00038100
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00038200
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00038300
                PERFORM 9000-TRATAR-ERROS                               00038400
            END-IF.                                                     00038500
                                                                        00038600
            PERFORM 1210-LER-CLIENTE                                    00038700
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00038800
            CLOSE CLI2505.                                              00038900
                                                                        00039000
            DISPLAY 'CONTAS DO CADASTRO....: ' WRK-QT-CHAVES-CLI.       00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       1200-99-FIM.            EXIT.                                    00039400
      *----------------------------------------------------------------*00039500
      *----------------------------------------------------------------*00039600
       1210-LER-CLIENTE                   SECTION.                      00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
            READ CLI2505.                                               00040000
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00040100
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00040200
                MOVE '10' TO WRK-FS-CLI2505                             00040300
                GO TO 1210-99-FIM                                       00040400
            END-IF.                                                     00040500
                                                                        00040600
            IF WRK-QT-CHAVES-CLI NOT LESS 1000                          00040700
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00040800
                PERFORM 9000-TRATAR-ERROS                               00040900
            END-IF.                                                     00041000
            ADD 1 TO WRK-QT-CHAVES-CLI.                                 00041100
            MOVE FD-CLI2505-CHAVE TO WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI).  00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       1210-99-FIM.            EXIT.                                    00041500
      *----------------------------------------------------------------*00041600
      *----------------------------------------------------------------*00041700
       1300-CARREGAR-BLOQUEIOS            SECTION.                      00041800
      *----------------------------------------------------------------*00041900
      *    MESMA REGRA DO FR06EX03: SITUACAO 'A', INICIO <= DATA <=    *00042000
      *    FIM (FIM ZEROS = INDETERMINADO). AUSENTE = SEM BLOQUEIOS.   *00042100
      *----------------------------------------------------------------*00042200
                                                                        00042300
            OPEN INPUT BLOQUEIO.                                        00042400
            IF WRK-FS-BLOQUEIO EQUAL '35'                               00042500
                DISPLAY 'BLOQUEIO AUSENTE - SEM CONTAS BLOQUEADAS'      00042600
                GO TO 1300-99-FIM                                       00042700
            END-IF.                                                     00042800
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00042900
                MOVE ' ERRO ABERTURA BLOQUEIO ' TO WRK-MSG              00043000
                PERFORM 9000-TRATAR-ERROS                               00043100
            END-IF.                                                     00043200
                                                                        00043300
            PERFORM 1310-LER-BLOQUEIO                                   00043400
                UNTIL WRK-FS-BLOQUEIO EQUAL '10'.                       00043500
            CLOSE BLOQUEIO.                                             00043600
                                                                        00043700
            DISPLAY 'BLOQUEIOS VIGENTES....: ' WRK-QT-BLOQUEIOS.        00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       1300-99-FIM.            EXIT.                                    00044100
      *----------------------------------------------------------------*00044200
      *----------------------------------------------------------------*00044300
       1310-LER-BLOQUEIO                  SECTION.                      00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00044700
            IF WRK-FS-BLOQUEIO NOT EQUAL ZEROS                          00044800
                MOVE '10' TO WRK-FS-BLOQUEIO                            00044900
                GO TO 1310-99-FIM                                       00045000
            END-IF.                                                     00045100
                                                                        00045200
            IF WRK-BLQ-SITUACAO NOT EQUAL 'A'                           00045300
               OR WRK-BLQ-DATA-INI GREATER WRK-DATA-CORTE               00045400
                GO TO 1310-99-FIM                                       00045500
            END-IF.                                                     00045600
            IF WRK-BLQ-DATA-FIM GREATER ZEROS                           00045700
               AND WRK-BLQ-DATA-FIM LESS WRK-DATA-CORTE                 00045800
                GO TO 1310-99-FIM                                       00045900
            END-IF.                                                     00046000
                                                                        00046100
            IF WRK-QT-BLOQUEIOS NOT LESS 500                            00046200
                MOVE ' TABELA DE BLOQUEIOS CHEIA ' TO WRK-MSG           00046300
                PERFORM 9000-TRATAR-ERROS                               00046400
            END-IF.                                                     00046500
            ADD 1 TO WRK-QT-BLOQUEIOS.                                  00046600
            MOVE WRK-BLQ-CHAVE TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS).      00046700
                                                                        00046800
      *----------------------------------------------------------------*00046900
       1310-99-FIM.            EXIT.                                    00047000
      *----------------------------------------------------------------*00047100
      *----------------------------------------------------------------*00047200
       1400-CARREGAR-INATIVAS             SECTION.                      00047300
      *----------------------------------------------------------------*00047400
                                                                        00047500
            OPEN INPUT SITCONTA.                                        00047600
            IF WRK-FS-SITCONTA EQUAL '35'                               00047700
                DISPLAY 'SITCONTA AUSENTE - SEM CONTAS INATIVAS'        00047800
                GO TO 1400-99-FIM                                       00047900
            END-IF.                                                     00048000
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00048100
                MOVE ' ERRO ABERTURA SITCONTA ' TO WRK-MSG              00048200
                PERFORM 9000-TRATAR-ERROS                               00048300
            END-IF.                                                     00048400
                                                                        00048500
            PERFORM 1410-LER-INATIVA                                    00048600
                UNTIL WRK-FS-SITCONTA EQUAL '10'.                       00048700
            CLOSE SITCONTA.                                             00048800
                                                                        00048900
            DISPLAY 'CONTAS INATIVAS.......: ' WRK-QT-INATIVAS.         00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1400-99-FIM.            EXIT.                                    00049300
      *----------------------------------------------------------------*00049400
      *----------------------------------------------------------------*00049500
       1410-LER-INATIVA                   SECTION.                      00049600
      *----------------------------------------------------------------*00049700
                                                                        00049800
            READ SITCONTA INTO WRK-REG-SITCONTA.                        00049900
            IF WRK-FS-SITCONTA NOT EQUAL ZEROS                          00050000
                MOVE '10' TO WRK-FS-SITCONTA                            00050100
                GO TO 1410-99-FIM                                       00050200
            END-IF.                                                     00050300
                                                                        00050400
            IF WRK-SIT-SITUACAO NOT EQUAL 'I'                           00050500
                GO TO 1410-99-FIM                                       00050600
            END-IF.                                                     00050700
                                                                        00050800
            IF WRK-QT-INATIVAS NOT LESS 1000                            00050900
                MOVE ' TABELA DE INATIVAS CHEIA ' TO WRK-MSG            00051000
                PERFORM 9000-TRATAR-ERROS                               00051100
            END-IF.                                                     00051200
            ADD 1 TO WRK-QT-INATIVAS.                                   00051300
            MOVE WRK-SIT-CHAVE TO WRK-INA-CHAVE(WRK-QT-INATIVAS).       00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       1410-99-FIM.            EXIT.                                    00051700
      *----------------------------------------------------------------*00051800
      *----------------------------------------------------------------*00051900
       1600-LER-DATA-RODADA               SECTION.                      00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
            OPEN INPUT RUNCTL.                                          00052300
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00052400
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00052500
                PERFORM 9000-TRATAR-ERROS                               00052600
            END-IF.                                                     00052700
                                                                        00052800
            READ RUNCTL INTO WRK-RUNCTL.                                00052900
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00053000
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00053100
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00053200
                PERFORM 9000-TRATAR-ERROS                               00053300
            END-IF.                                                     00053400
                                                                        00053500
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00053600
            CLOSE RUNCTL.                                               00053700
                                                                        00053800
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00053900
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00054000
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00054100
            MOVE WRK-DATA-CORTE        TO WRK-DATA-CORTE-R.             00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       1600-99-FIM.            EXIT.                                    00054500
      *----------------------------------------------------------------*00054600
      *----------------------------------------------------------------*00054700
       1700-GRAVAR-CABECALHO              SECTION.                      00054800
      *----------------------------------------------------------------*00054900
                                                                        00055000
            MOVE SPACES            TO WRK-REG-CABECALHO.                00055100
            MOVE 'HDR'             TO WRK-HDR-ID.                       00055200
            MOVE 'MOV2505 '        TO WRK-HDR-ARQUIVO.                  00055300
            MOVE WRK-DATA-RODADA   TO WRK-HDR-DATA-GERACAO.             00055400
            MOVE '02'              TO WRK-HDR-VERSAO.                   00055500
            MOVE SPACES            TO FD-MOVPROG.                       00055600
            MOVE WRK-REG-CABECALHO TO FD-MOVPROG(1:21).                 00055700
            WRITE FD-MOVPROG.                                           00055800
                                                                        00055900
      *----------------------------------------------------------------*00056000
       1700-99-FIM.            EXIT.                                    00056100
      *----------------------------------------------------------------*00056200
      *----------------------------------------------------------------*00056300
       2000-PROCESSAR                     SECTION.                      00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
            READ INSTENT INTO WRK-REG-INSTR.                            00056700
            IF WRK-FS-INSTENT NOT EQUAL ZEROS                           00056800
                MOVE '10' TO WRK-FS-INSTENT                             00056900
                GO TO 2000-99-FIM                                       00057000
            END-IF.                                                     00057100
                                                                        00057200
            ADD 1 TO WRK-ACU-LIDOS.                                     00057300
                                                                        00057400
            IF WRK-INS-SITUACAO EQUAL 'A'                               00057500
                PERFORM 2100-AVALIAR-INSTRUCAO                          00057600
            ELSE                                                        00057700
                ADD 1 TO WRK-ACU-INATIVAS-INS                           00057800
            END-IF.                                                     00057900
                                                                        00058000
            WRITE FD-INSTSAI FROM WRK-REG-INSTR.                        00058100
            IF WRK-FS-INSTSAI NOT EQUAL ZEROS                           00058200
                MOVE ' ERRO GRAVACAO INSTSAI ' TO WRK-MSG               00058300
                PERFORM 9000-TRATAR-ERROS                               00058400
            END-IF.                                                     00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       2000-99-FIM.            EXIT.                                    00058800
      *----------------------------------------------------------------*00058900
      *----------------------------------------------------------------*00059000
       2100-AVALIAR-INSTRUCAO             SECTION.                      00059100
      *----------------------------------------------------------------*00059200
      *    A OCORRENCIA DO MES ANTERIOR CUJO DIA UTIL CAIU NESTE MES   *00059300
      *    (EX.: PREVISTA PARA SABADO 31) E TRATADA ANTES DA DO MES.   *00059400
      *----------------------------------------------------------------*00059500
                                                                        00059600
            EVALUATE WRK-INS-FREQUENCIA                                 00059700
             WHEN 'M'                                                   00059800
               MOVE 1  TO WRK-PERIODO                                   00059900
             WHEN 'T'                                                   00060000
               MOVE 3  TO WRK-PERIODO                                   00060100
             WHEN 'S'                                                   00060200
               MOVE 6  TO WRK-PERIODO                                   00060300
             WHEN 'A'                                                   00060400
               MOVE 12 TO WRK-PERIODO                                   00060500
             WHEN OTHER                                                 00060600
               MOVE ZEROS TO WRK-PERIODO                                00060700
            END-EVALUATE.                                               00060800
                                                                        00060900
            IF WRK-PERIODO EQUAL ZEROS                                  00061000
               OR WRK-INS-DIA EQUAL ZEROS                               00061100
               OR WRK-INS-DIA GREATER 31                                00061200
               OR WRK-INS-VALOR EQUAL ZEROS                             00061300
               OR (WRK-INS-TIPO NOT EQUAL 'T'                           00061400
                   AND WRK-INS-TIPO NOT EQUAL 'D')                      00061500
                MOVE WRK-DATA-CORTE TO WRK-DATA-PREVISTA-N              00061600
                MOVE 'INSTRUCAO COM DADOS INVALIDOS' TO WRK-MOTIVO      00061700
                PERFORM 2600-IGNORAR-INSTRUCAO                          00061800
                GO TO 2100-99-FIM                                       00061900
            END-IF.                                                     00062000
                                                                        00062100
            MOVE WRK-INS-DATA-INI TO WRK-DATA-INI-R.                    00062200
            COMPUTE WRK-MESES-INI = (WRK-INI-ANO * 12) + WRK-INI-MES.   00062300
                                                                        00062400
            IF WRK-COR-MES EQUAL 1                                      00062500
                COMPUTE WRK-OCO-ANO = WRK-COR-ANO - 1                   00062600
                MOVE 12 TO WRK-OCO-MES                                  00062700
            ELSE                                                        00062800
                MOVE WRK-COR-ANO TO WRK-OCO-ANO                         00062900
                COMPUTE WRK-OCO-MES = WRK-COR-MES - 1                   00063000
            END-IF.                                                     00063100
            PERFORM 2200-AVALIAR-OCORRENCIA.                            00063200
                                                                        00063300
            MOVE WRK-COR-ANO TO WRK-OCO-ANO.                            00063400
            MOVE WRK-COR-MES TO WRK-OCO-MES.                            00063500
            PERFORM 2200-AVALIAR-OCORRENCIA.                            00063600
                                                                        00063700
      *----------------------------------------------------------------*00063800
       2100-99-FIM.            EXIT.                                    00063900
      *----------------------------------------------------------------*00064000
      *----------------------------------------------------------------*00064100
       2200-AVALIAR-OCORRENCIA            SECTION.                      00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
            COMPUTE WRK-MESES-OCO = (WRK-OCO-ANO * 12) + WRK-OCO-MES.   00064500
            IF WRK-MESES-OCO LESS WRK-MESES-INI                         00064600
                GO TO 2200-99-FIM                                       00064700
            END-IF.                                                     00064800
                                                                        00064900
            COMPUTE WRK-MESES-DECORRIDOS =                              00065000
                    WRK-MESES-OCO - WRK-MESES-INI.                      00065100
            DIVIDE WRK-MESES-DECORRIDOS BY WRK-PERIODO                  00065200
                GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.               00065300
            IF WRK-RESTO NOT EQUAL ZEROS                                00065400
                GO TO 2200-99-FIM                                       00065500
            END-IF.                                                     00065600
                                                                        00065700
      *     DIA ALEM DO FIM DO MES RECUA ATE O ULTIMO DIA VALIDO.      *00065800
            MOVE WRK-OCO-ANO TO WRK-PRV-ANO.                            00065900
            MOVE WRK-OCO-MES TO WRK-PRV-MES.                            00066000
            MOVE WRK-INS-DIA TO WRK-PRV-DIA.                            00066100
            MOVE '1'         TO WRK-CAL-RETORNO.                        00066200
            PERFORM 2210-VALIDAR-DIA                                    00066300
                UNTIL WRK-CAL-RETORNO NOT EQUAL '1'.                    00066400
                                                                        00066500
            IF WRK-DATA-PREVISTA-N NOT GREATER WRK-INS-ULT-GERACAO      00066600
               OR WRK-DATA-PREVISTA-N LESS WRK-INS-DATA-INI             00066700
                GO TO 2200-99-FIM                                       00066800
            END-IF.                                                     00066900
            IF WRK-INS-DATA-FIM GREATER ZEROS                           00067000
               AND WRK-DATA-PREVISTA-N GREATER WRK-INS-DATA-FIM         00067100
                GO TO 2200-99-FIM                                       00067200
            END-IF.                                                     00067300
                                                                        00067400
            MOVE 'U'         TO WRK-CAL-FUNCAO.                         00067500
            MOVE WRK-PRV-DIA TO WRK-CAL-DIA.                            00067600
            MOVE WRK-PRV-MES TO WRK-CAL-MES.                            00067700
            MOVE WRK-PRV-ANO TO WRK-CAL-ANO.                            00067800
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00067900
            MOVE WRK-CAL-DIA TO WRK-EFE-DIA.                            00068000
            MOVE WRK-CAL-MES TO WRK-EFE-MES.                            00068100
            MOVE WRK-CAL-ANO TO WRK-EFE-ANO.                            00068200
                                                                        00068300
            IF WRK-DATA-EFETIVA-N GREATER WRK-DATA-CORTE                00068400
                GO TO 2200-99-FIM                                       00068500
            END-IF.                                                     00068600
                                                                        00068700
            MOVE WRK-DATA-PREVISTA-N TO WRK-INS-ULT-GERACAO.            00068800
                                                                        00068900
            PERFORM 2300-VERIFICAR-CONTAS.                              00069000
            IF WRK-MOTIVO EQUAL SPACES                                  00069100
                PERFORM 2400-GERAR-MOVIMENTO                            00069200
            ELSE                                                        00069300
                PERFORM 2600-IGNORAR-INSTRUCAO                          00069400
            END-IF.                                                     00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       2200-99-FIM.            EXIT.                                    00069800
      *----------------------------------------------------------------*00069900
      *----------------------------------------------------------------*00070000
       2210-VALIDAR-DIA                   SECTION.                      00070100
      *----------------------------------------------------------------*00070200
                                                                        00070300
            MOVE 'V'         TO WRK-CAL-FUNCAO.                         00070400
            MOVE WRK-PRV-DIA TO WRK-CAL-DIA.                            00070500
            MOVE WRK-PRV-MES TO WRK-CAL-MES.                            00070600
            MOVE WRK-PRV-ANO TO WRK-CAL-ANO.                            00070700
            CALL 'CALNDIA'   USING WRK-CALNDIA.                         00070800
                                                                        00070900
            IF WRK-CAL-RETORNO EQUAL '1'                                00071000
                SUBTRACT 1 FROM WRK-PRV-DIA                             00071100
            END-IF.                                                     00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       2210-99-FIM.            EXIT.                                    00071500
      *----------------------------------------------------------------*00071600
      *----------------------------------------------------------------*00071700
       2300-VERIFICAR-CONTAS              SECTION.                      00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
            MOVE SPACES TO WRK-MOTIVO.                                  00072100
                                                                        00072200
            MOVE WRK-INS-CHAVE TO WRK-CHAVE-PROCURADA.                  00072300
            PERFORM 2310-PROCURAR-CLIENTE.                              00072400
            IF WRK-ACHOU EQUAL 'N'                                      00072500
                MOVE 'CONTA ENCERRADA/INEXISTENTE' TO WRK-MOTIVO        00072600
                GO TO 2300-99-FIM                                       00072700
            END-IF.                                                     00072800
            PERFORM 2330-PROCURAR-BLOQUEIO.                             00072900
            IF WRK-ACHOU EQUAL 'S'                                      00073000
                MOVE 'CONTA COM BLOQUEIO VIGENTE' TO WRK-MOTIVO         00073100
                GO TO 2300-99-FIM                                       00073200
            END-IF.                                                     00073300
            PERFORM 2350-PROCURAR-INATIVA.                              00073400
            IF WRK-ACHOU EQUAL 'S'                                      00073500
                MOVE 'CONTA INATIVA' TO WRK-MOTIVO                      00073600
                GO TO 2300-99-FIM                                       00073700
            END-IF.                                                     00073800
                                                                        00073900
            IF WRK-INS-TIPO NOT EQUAL 'T'                               00074000
                GO TO 2300-99-FIM                                       00074100
            END-IF.                                                     00074200
                                                                        00074300
            MOVE WRK-INS-CONTRA TO WRK-CHAVE-PROCURADA.                 00074400
            PERFORM 2310-PROCURAR-CLIENTE.                              00074500
            IF WRK-ACHOU EQUAL 'N'                                      00074600
                MOVE 'CONTRAPARTIDA ENCERRADA' TO WRK-MOTIVO            00074700
                GO TO 2300-99-FIM                                       00074800
            END-IF.                                                     00074900
            PERFORM 2330-PROCURAR-BLOQUEIO.                             00075000
            IF WRK-ACHOU EQUAL 'S'                                      00075100
                MOVE 'CONTRAPARTIDA COM BLOQUEIO' TO WRK-MOTIVO         00075200
            END-IF.                                                     00075300
                                                                        00075400
      *----------------------------------------------------------------*00075500
       2300-99-FIM.            EXIT.                                    00075600
      *----------------------------------------------------------------*00075700
      *----------------------------------------------------------------*00075800
       2310-PROCURAR-CLIENTE              SECTION.                      00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
            MOVE 'N' TO WRK-ACHOU.                                      00076200
            PERFORM 2320-COMPARAR-CLIENTE                               00076300
                VARYING WRK-IDX-TAB FROM 1 BY 1                         00076400
                UNTIL WRK-IDX-TAB GREATER WRK-QT-CHAVES-CLI             00076500
                   OR WRK-ACHOU EQUAL 'S'.                              00076600
                                                                        00076700
      *----------------------------------------------------------------*00076800
       2310-99-FIM.            EXIT.                                    00076900
      *----------------------------------------------------------------*00077000
      *----------------------------------------------------------------*00077100
       2320-COMPARAR-CLIENTE              SECTION.                      00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
            IF WRK-TBK-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA     00077500
                MOVE 'S' TO WRK-ACHOU                                   00077600
            END-IF.                                                     00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       2320-99-FIM.            EXIT.                                    00078000
      *----------------------------------------------------------------*00078100
      *----------------------------------------------------------------*00078200
       2330-PROCURAR-BLOQUEIO             SECTION.                      00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
            MOVE 'N' TO WRK-ACHOU.                                      00078600
            PERFORM 2340-COMPARAR-BLOQUEIO                              00078700
                VARYING WRK-IDX-TAB FROM 1 BY 1                         00078800
                UNTIL WRK-IDX-TAB GREATER WRK-QT-BLOQUEIOS              00078900
                   OR WRK-ACHOU EQUAL 'S'.                              00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       2330-99-FIM.            EXIT.                                    00079300
      *----------------------------------------------------------------*00079400
      *----------------------------------------------------------------*00079500
       2340-COMPARAR-BLOQUEIO             SECTION.                      00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
            IF WRK-TBQ-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA     00079900
                MOVE 'S' TO WRK-ACHOU                                   00080000
            END-IF.                                                     00080100
                                                                        00080200
      *----------------------------------------------------------------*00080300
       2340-99-FIM.            EXIT.                                    00080400
      *----------------------------------------------------------------*00080500
      *----------------------------------------------------------------*00080600
       2350-PROCURAR-INATIVA              SECTION.                      00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
            MOVE 'N' TO WRK-ACHOU.                                      00081000
            PERFORM 2360-COMPARAR-INATIVA                               00081100
                VARYING WRK-IDX-TAB FROM 1 BY 1                         00081200
                UNTIL WRK-IDX-TAB GREATER WRK-QT-INATIVAS               00081300
                   OR WRK-ACHOU EQUAL 'S'.                              00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       2350-99-FIM.            EXIT.                                    00081700
      *----------------------------------------------------------------*00081800
      *----------------------------------------------------------------*00081900
       2360-COMPARAR-INATIVA              SECTION.                      00082000
      *----------------------------------------------------------------*00082100
                                                                        00082200
            IF WRK-INA-CHAVE(WRK-IDX-TAB) EQUAL WRK-CHAVE-PROCURADA     00082300
                MOVE 'S' TO WRK-ACHOU                                   00082400
            END-IF.                                                     00082500
                                                                        00082600
      *----------------------------------------------------------------*00082700
       2360-99-FIM.            EXIT.                                    00082800
      *----------------------------------------------------------------*00082900
      *----------------------------------------------------------------*00083000
       2400-GERAR-MOVIMENTO               SECTION.                      00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
            MOVE SPACES             TO FD-MOV2505.                      00083400
            MOVE WRK-INS-CHAVE      TO FD-MOV2505-CHAVE.                00083500
            MOVE WRK-INS-VALOR      TO FD-VALORMOV.                     00083600
            MOVE WRK-INS-TIPO       TO FD-TIPOMOV.                      00083700
            IF WRK-INS-TIPO EQUAL 'T'                                   00083800
                MOVE 'TRANSFERENCIA PROGRAMADA' TO FD-MOVIMENTO         00083900
                MOVE WRK-INS-CONTRA TO FD-MOV2505-CONTRA                00084000
            ELSE                                                        00084100
                MOVE WRK-INS-FAVORECIDO TO WRK-DDB-FAVORECIDO           00084200
                MOVE WRK-DESC-DEBITO    TO FD-MOVIMENTO                 00084300
            END-IF.                                                     00084400
            MOVE WRK-DATA-RODADA    TO FD-MOV-DATA.                     00084500
            WRITE FD-MOVPROG FROM FD-MOV2505.                           00084600
            IF WRK-FS-MOVPROG NOT EQUAL ZEROS                           00084700
                MOVE ' ERRO GRAVACAO MOVPROG ' TO WRK-MSG               00084800
                PERFORM 9000-TRATAR-ERROS                               00084900
            END-IF.                                                     00085000
                                                                        00085100
            ADD 1 TO WRK-ACU-GERADOS.                                   00085200
            COMPUTE WRK-HASH-VALOR =                                    00085300
                WRK-HASH-VALOR + (WRK-INS-VALOR * 100).                 00085400
                                                                        00085500
            MOVE 'GERADA   '        TO WRK-LR-SITUACAO.                 00085600
            MOVE SPACES             TO WRK-LR-MOTIVO.                   00085700
            PERFORM 2700-GRAVAR-LINHA.                                  00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       2400-99-FIM.            EXIT.                                    00086100
      *----------------------------------------------------------------*00086200
      *----------------------------------------------------------------*00086300
       2600-IGNORAR-INSTRUCAO             SECTION.                      00086400
      *----------------------------------------------------------------*00086500
                                                                        00086600
            ADD 1 TO WRK-ACU-IGNORADOS.                                 00086700
            MOVE 4 TO RETURN-CODE.                                      00086800
            MOVE 'IGNORADA '        TO WRK-LR-SITUACAO.                 00086900
            MOVE WRK-MOTIVO         TO WRK-LR-MOTIVO.                   00087000
            PERFORM 2700-GRAVAR-LINHA.                                  00087100
            DISPLAY 'INSTRUCAO IGNORADA: ' WRK-INS-CHAVE ' '            00087200
                    WRK-INS-SEQ ' ' WRK-MOTIVO.                         00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       2600-99-FIM.            EXIT.                                    00087600
      *----------------------------------------------------------------*00087700
      *----------------------------------------------------------------*00087800
       2700-GRAVAR-LINHA                  SECTION.                      00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
            MOVE WRK-INS-AGENCIA     TO WRK-LR-AGENCIA.                 00088200
            MOVE WRK-INS-CONTA       TO WRK-LR-CONTA.                   00088300
            MOVE WRK-INS-SEQ         TO WRK-LR-SEQ.                     00088400
            MOVE WRK-INS-TIPO        TO WRK-LR-TIPO.                    00088500
            MOVE WRK-INS-VALOR       TO WRK-LR-VALOR.                   00088600
            MOVE WRK-DATA-PREVISTA-N TO WRK-LR-DATA.                    00088700
            WRITE FD-RELPROG FROM WRK-LINHA-REL.                        00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       2700-99-FIM.            EXIT.                                    00089100
      *----------------------------------------------------------------*00089200
      *----------------------------------------------------------------*00089300
       3000-FINALIZAR                     SECTION.                      00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
            MOVE SPACES            TO WRK-REG-TRAILER.                  00089700
            MOVE 'TRL'             TO WRK-TRL-ID.                       00089800
            MOVE WRK-ACU-GERADOS   TO WRK-TRL-QT-REGISTROS.             00089900
            MOVE WRK-HASH-VALOR    TO WRK-TRL-HASH-VALOR.               00090000
            MOVE SPACES            TO FD-MOVPROG.                       00090100
            MOVE WRK-REG-TRAILER   TO FD-MOVPROG(1:27).                 00090200
            WRITE FD-MOVPROG.                                           00090300
                                                                        00090400
            CLOSE INSTENT                                               00090500
                  MOVPROG                                               00090600
                  INSTSAI                                               00090700
                  RELPROG.                                              00090800
                                                                        00090900
            DISPLAY 'INSTRUCOES LIDAS......: ' WRK-ACU-LIDOS.           00091000
            DISPLAY 'INSTRUCOES CANCELADAS.: ' WRK-ACU-INATIVAS-INS.    00091100
            DISPLAY 'MOVIMENTOS GERADOS....: ' WRK-ACU-GERADOS.         00091200
            DISPLAY 'OCORRENCIAS IGNORADAS.: ' WRK-ACU-IGNORADOS.       00091300
            DISPLAY 'HASH DOS VALORES......: ' WRK-HASH-VALOR.          00091400
                                                                        00091500
            PERFORM 3100-GRAVAR-RUNCTL.                                 00091600
                                                                        00091700
            STOP RUN.                                                   00091800
      *----------------------------------------------------------------*00091900
       3000-99-FIM.            EXIT.                                    00092000
      *----------------------------------------------------------------*00092100
      *----------------------------------------------------------------*00092200
       3100-GRAVAR-RUNCTL                 SECTION.                      00092300
      *----------------------------------------------------------------*00092400
                                                                        00092500
            OPEN EXTEND RUNCTL.                                         00092600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00092700
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00092800
                PERFORM 9000-TRATAR-ERROS                               00092900
            END-IF.                                                     00093000
                                                                        00093100
            MOVE SPACES             TO WRK-RUNCTL.                      00093200
            MOVE '2'                TO WRK-RUNCTL-TIPO.                 00093300
            MOVE 'FR06C103'         TO WRK-RUNCTL-PROGRAMA.             00093400
            MOVE WRK-ACU-LIDOS      TO WRK-RUNCTL-LIDOS.                00093500
            MOVE WRK-ACU-GERADOS    TO WRK-RUNCTL-GRAVADOS.             00093600
            MOVE WRK-ACU-IGNORADOS  TO WRK-RUNCTL-EXCECAO.              00093700
            MOVE RETURN-CODE        TO WRK-RUNCTL-RETCODE.              00093800
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00093900
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00094000
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00094100
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00094200
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00094300
            CLOSE RUNCTL.                                               00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       3100-99-FIM.            EXIT.                                    00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       9000-TRATAR-ERROS                  SECTION.                      00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
             MOVE 'FR06C103'       TO WRK-ERR-PROGRAMA.                 00095400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00095500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00095600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00095700
             MOVE WRK-FS-INSTENT   TO WRK-ERR-STATUS(1:2).              00095800
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00095900
             MOVE WRK-FS-MOVPROG   TO WRK-ERR-STATUS(5:2).              00096000
             MOVE WRK-FS-INSTSAI   TO WRK-ERR-STATUS(7:2).              00096100
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(9:2).              00096200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00096300
                                                                        00096400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00096500
                                                                        00096600
      *----------------------------------------------------------------*00096700
       9000-99-FIM.            EXIT.                                    00096800
      *----------------------------------------------------------------*00096900
