      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB31.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: ADIANTAMENTO QUINZENAL DE SALARIO. O       *00000100
      *                     CARTAO DA SYSIN INFORMA A COMPETENCIA      *00000110
      *                     (COLUNAS 1-6, MMAAAA). SELECIONA NA        *00000120
      *                     FOUR001.FUNC OS FUNCIONARIOS COM ADESAO    *00000130
      *                     AO ADIANTAMENTO (ADIANTA = 'S', GRAVADA    *00000140
      *                     PELO FR06DB03) E PAGA O PERCENTUAL DO      *00000150
      *                     SALARIO DO PARAMETRO ADIANT-PERC (COLUNAS  *00000160
      *                     21-23 DO PARAMS, 001 A 100; SEM O          *00000170
      *                     PARAMETRO, 40%), COM VIGENCIA COMO NOS     *00000180
      *                     DEMAIS PARAMETROS.                         *00000190
      *                     FICA DE FORA QUEM ESTA EM LICENCA NAO      *00000200
      *                     REMUNERADA NO DIA 15 DA COMPETENCIA        *00000210
      *                     (AFASTA TIPO 'L' DO FR06CB81: O FIM DA     *00000220
      *                     LICENCA E CONTADO EM DIAS UTEIS PELO       *00000230
      *                     CALNDIA, COMO NA MARCACAO).                *00000240
      *                     GRAVA UM CONTRACHEQUE POR FUNCIONARIO NO   *00000250
      *                     FOLHA COM O EVENTO 150 (BRUTO = LIQUIDO =  *00000260
      *                     ADIANTAMENTO), QUE VAI PARA A REMESSA DO   *00000270
      *                     FR06CB79 E, NO FIM DO MES, ENTRA NO        *00000280
      *                     FR06DB22 (ADQENT) PARA O DESCONTO.         *00000290
      *----------------------------------------------------------------*00000300
      *  BASE DE DADOS:                                                *00000310
      *      TABELAS DB2                             INCLUDE/BOOK      *00000320
      *      FOUR001.FUNC                              BOOKFUNC        *00000330
      *----------------------------------------------------------------*00000340
      *   ARQUIVOS........:                                            *00000350
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000360
      *   AFASTA   I  (AFASTAMENTOS DO FR06CB81 - LRECL 80, OPCIONAL)  *00000370
      *   FOLHA    O  (CONTRACHEQUES DO ADIANTAMENTO - LRECL 80)       *00000380
      *----------------------------------------------------------------*00000390
      *   MODULOS.........:                                             00000400
      *   CALNDIA  - VALIDACAO DA COMPETENCIA E FIM DA LICENCA          00000410
      *   #GRVLOG4 - LOG DE ERROS                                       00000420
      *----------------------------------------------------------------*00000430
      *   MANUTENCAO:                                                  *00000440
      *================================================================*00000450
                                                                        00000460
      *================================================================*00000470
       ENVIRONMENT                               DIVISION.              00000480
      *================================================================*00000490
                                                                        00000500
      *----------------------------------------------------------------*00000510
       CONFIGURATION                             SECTION.               00000520
      *----------------------------------------------------------------*00000530
                                                                        00000540
       SPECIAL-NAMES.                                                   00000550
           DECIMAL-POINT IS COMMA.                                      00000560
                                                                        00000570
      *----------------------------------------------------------------*00000580
       INPUT-OUTPUT                              SECTION.               00000590
      *----------------------------------------------------------------*00000600
                                                                        00000610
       FILE-CONTROL.                                                    00000620
           SELECT PARAMS ASSIGN            TO PARAMS                    00000630
           FILE STATUS                     IS WRK-FS-PARAMS.            00000640
           SELECT AFASTA ASSIGN            TO AFASTA                    00000650
           FILE STATUS                     IS WRK-FS-AFASTA.            00000660
           SELECT FOLHA ASSIGN             TO FOLHA                     00000670
           FILE STATUS                     IS WRK-FS-FOLHA.             00000680
                                                                        00000690
      *================================================================*00000700
       DATA                                      DIVISION.              00000710
      *================================================================*00000720
                                                                        00000730
      *----------------------------------------------------------------*00000740
       FILE                                      SECTION.               00000750
      *----------------------------------------------------------------*00000760
                                                                        00000770
       FD  PARAMS                                                       00000780
           RECORDING MODE IS F                                          00000790
           LABEL RECORD IS STANDARD                                     00000800
           BLOCK CONTAINS 0 RECORDS.                                    00000810
                                                                        00000820
       01 FD-PARAMS                     PIC X(50).                      00000830
                                                                        00000840
       FD  AFASTA                                                       00000850
           RECORDING MODE IS F                                          00000860
           LABEL RECORD IS STANDARD                                     00000870
           BLOCK CONTAINS 0 RECORDS.                                    00000880
                                                                        00000890
       01 FD-AFASTA                     PIC X(80).                      00000900
                                                                        00000910
       FD  FOLHA                                                        00000920
           RECORDING MODE IS F                                          00000930
           LABEL RECORD IS STANDARD                                     00000940
           BLOCK CONTAINS 0 RECORDS.                                    00000950
                                                                        00000960
       01 FD-REG-FOLHA.                                                 00000970
           05 FLH-ID                      PIC 9(04).                    00000980
           05 FLH-NOME                    PIC X(30).                    00000990
           05 FLH-SETOR                   PIC 9(04).                    00001000
           05 FLH-BRUTO                   PIC 9(08)V99.                 00001010
           05 FLH-DESCONTO                PIC 9(08)V99.                 00001020
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00001030
           05 FLH-EVENTO                  PIC X(03).                    00001040
           05 FLH-BENEFICIO               PIC X(03).                    00001050
           05 FILLER                      PIC X(06).                    00001060
                                                                        00001070
      *----------------------------------------------------------------*00001080
       WORKING-STORAGE                           SECTION.               00001090
      *----------------------------------------------------------------*00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
       01 FILLER                       PIC  X(050)         VALUE        00001130
           '***  FR06DB31 - INICIO DA AREA DE WORKING   ***'.           00001140
      *----------------------------------------------------------------*00001150
                                                                        00001160
       01 WRK-CARTAO.                                                   00001170
          05 WRK-CRT-COMPETENCIA.                                       00001180
             10 WRK-CRT-MES            PIC X(02).                       00001190
             10 WRK-CRT-ANO            PIC X(04).                       00001200
          05 FILLER                    PIC X(74).                       00001210
                                                                        00001220
       01 WRK-DATA-QUINZENA.                                            00001230
          05 WRK-DQZ-ANO               PIC X(04).                       00001240
          05 WRK-DQZ-MES               PIC X(02).                       00001250
          05 WRK-DQZ-DIA               PIC X(02).                       00001260
                                                                        00001270
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001280
                                                                        00001290
      *----------------------------------------------------------------*00001300
       01 FILLER                       PIC  X(050)         VALUE        00001310
           '***  LICENCAS NAO REMUNERADAS  ***'.                        00001320
      *----------------------------------------------------------------*00001330
                                                                        00001340
           COPY '#CALNDIA'.                                             00001350
                                                                        00001360
       01 WRK-REG-AFASTA.                                               00001370
          05 WRK-AFA-ID                PIC 9(05).                       00001380
          05 WRK-AFA-DIAS              PIC 9(03).                       00001390
          05 WRK-AFA-DATA-INI.                                          00001400
             10 WRK-AFA-DIA            PIC X(02).                       00001410
             10 WRK-AFA-MES            PIC X(02).                       00001420
             10 WRK-AFA-ANO            PIC X(04).                       00001430
          05 WRK-AFA-TIPO              PIC X(01).                       00001440
          05 FILLER                    PIC X(63).                       00001460
                                                                        00001470
       01 WRK-DATA-INI-LIC.                                             00001480
          05 WRK-DIL-ANO               PIC X(04).                       00001490
          05 WRK-DIL-MES               PIC X(02).                       00001500
          05 WRK-DIL-DIA               PIC X(02).                       00001510
                                                                        00001520
       01 WRK-DATA-FIM-LIC.                                             00001530
          05 WRK-DFL-ANO               PIC 9(04).                       00001540
          05 WRK-DFL-MES               PIC 9(02).                       00001550
          05 WRK-DFL-DIA               PIC 9(02).                       00001560
                                                                        00001570
       01 WRK-TAB-LICENCA.                                              00001580
          05 WRK-LIC-EXCLUIDO          PIC X(01) OCCURS 9999 TIMES.     00001590
                                                                        00001600
       77 WRK-IDX-DIA                  PIC 9(03) VALUE ZEROS.           00001610
       77 WRK-DATA-INVALIDA            PIC X(01) VALUE 'N'.             00001620
                                                                        00001630
      *----------------------------------------------------------------*00001640
       01 FILLER                       PIC  X(050)         VALUE        00001650
           '***  PARAMETROS (B#PARAM)  ***'.                            00001660
      *----------------------------------------------------------------*00001670
                                                                        00001680
           COPY 'B#PARAM'.                                              00001690
                                                                        00001700
       77 WRK-PERC-ADIANT              PIC 9(03) VALUE 40.              00001710
       77 WRK-VIG-PERC-ADIANT          PIC 9(08) VALUE ZEROS.           00001720
       77 WRK-ADIANTAMENTO             PIC 9(08)V99 VALUE ZEROS.        00001730
                                                                        00001740
      *----------------------------------------------------------------*00001750
       01 FILLER                       PIC  X(050)         VALUE        00001760
           '***  ACUMULADORES  ***'.                                    00001770
      *----------------------------------------------------------------*00001780
                                                                        00001790
       77 WRK-ACUM-LIDOS               PIC 9(09) VALUE ZEROS.           00001800
       77 WRK-ACUM-PAGOS               PIC 9(09) VALUE ZEROS.           00001810
       77 WRK-ACUM-LICENCA             PIC 9(09) VALUE ZEROS.           00001820
       77 WRK-ACUM-LICENCAS-LIDAS      PIC 9(09) VALUE ZEROS.           00001830
       77 WRK-TOT-ADIANTAMENTO         PIC 9(13)V99 VALUE ZEROS.        00001840
                                                                        00001850
      *----------------------------------------------------------------*00001860
       01 FILLER                       PIC  X(050)         VALUE        00001870
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00001880
      *----------------------------------------------------------------*00001890
                                                                        00001900
           COPY '#GRVLOG4'.                                             00001910
                                                                        00001920
       77 WRK-SQLCODE                  PIC -999.                        00001930
       77 WRK-FS-PARAMS                PIC 9(02).                       00001940
       77 WRK-FS-AFASTA                PIC 9(02).                       00001950
       77 WRK-FS-FOLHA                 PIC 9(02).                       00001960
                                                                        00001970
      *----------------------------------------------------------------*00001980
       01 FILLER                       PIC  X(050)         VALUE        00001990
           '*** AREA DB2 ***'.                                          00002000
      *----------------------------------------------------------------*00002010
                                                                        00002020
           EXEC SQL                                                     00002030
              INCLUDE BOOKFUNC                                          00002040
           END-EXEC.                                                    00002050
                                                                        00002060
           EXEC SQL                                                     00002070
              INCLUDE SQLCA                                             00002080
           END-EXEC.                                                    00002090
                                                                        00002100
      *----------------------------------------------------------------*00002110
       01 FILLER                      PIC  X(050)         VALUE         00002120
           '*** AREA CURSOR ***'.                                       00002130
      *----------------------------------------------------------------*00002140
                                                                        00002150
           EXEC SQL                                                     00002160
            DECLARE CFUNC CURSOR FOR                                    00002170
             SELECT ID,NOME,SETOR,SALARIO                               00002180
                    FROM FOUR001.FUNC                                   00002190
                    WHERE ADIANTA = 'S'                                 00002200
                    ORDER BY ID                                         00002210
           END-EXEC.                                                    00002220
                                                                        00002230
      *================================================================*00002240
       PROCEDURE                                 DIVISION.              00002250
      *================================================================*00002260
                                                                        00002270
      *----------------------------------------------------------------*00002280
       0000-PRINCIPAL                  SECTION.                         00002290
      *----------------------------------------------------------------*00002300
                                                                        00002310
                PERFORM 1000-INICIAR.                                   00002320
                                                                        00002330
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100          00002340
                                                                        00002350
                PERFORM 3000-FINALIZAR.                                 00002360
                                                                        00002370
                STOP RUN.                                               00002380
                                                                        00002390
      *----------------------------------------------------------------*00002400
       0000-99-FIM.                    EXIT.                            00002410
      *----------------------------------------------------------------*00002420
                                                                        00002430
      *----------------------------------------------------------------*00002440
       1000-INICIAR                              SECTION.               00002450
      *----------------------------------------------------------------*00002460
                                                                        00002470
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00002480
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00002490
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00002500
           MOVE '15'                   TO WRK-CAL-DATA(1:2).            00002510
           MOVE WRK-CRT-COMPETENCIA    TO WRK-CAL-DATA(3:6).            00002520
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00002530
           IF WRK-CAL-RETORNO          EQUAL '1'                        00002540
               DISPLAY 'CARTAO INVALIDO (MMAAAA): ' WRK-CARTAO(1:6)     00002550
               MOVE 12                 TO RETURN-CODE                   00002560
               GOBACK                                                   00002570
           END-IF.                                                      00002580
           MOVE WRK-CRT-ANO            TO WRK-DQZ-ANO.                  00002590
           MOVE WRK-CRT-MES            TO WRK-DQZ-MES.                  00002600
           MOVE '15'                   TO WRK-DQZ-DIA.                  00002610
                                                                        00002620
           PERFORM 1100-CARREGAR-PARAMETROS.                            00002630
           PERFORM 1300-CARREGAR-LICENCAS.                              00002640
                                                                        00002650
           DISPLAY 'ADIANTAMENTO DA COMPETENCIA ' WRK-CRT-COMPETENCIA   00002660
                   ' - PERCENTUAL ' WRK-PERC-ADIANT.                    00002670
                                                                        00002680
           OPEN OUTPUT FOLHA.                                           00002690
           IF WRK-FS-FOLHA             NOT EQUAL ZEROS                  00002700
               MOVE 'FR06DB31'         TO WRK-PROGRAMA                  00002710
               MOVE 'ERRO NO OPEN FOLHA '                               00002720
                                       TO WRK-MSG-ERRO                  00002730
               MOVE '1000'             TO WRK-SECTION                   00002740
               MOVE WRK-FS-FOLHA       TO WRK-STATUS                    00002750
               PERFORM 9000-GRAVAR-ERROS                                00002760
               GOBACK                                                   00002770
           END-IF.                                                      00002780
                                                                        00002790
            EXEC SQL                                                    00002800
                OPEN CFUNC                                              00002810
            END-EXEC.                                                   00002820
                                                                        00002830
           IF (SQLCODE                 NOT EQUAL ZEROS AND +100) OR     00002840
              (SQLWARN0                EQUAL 'W')                       00002850
               MOVE SQLCODE            TO WRK-SQLCODE                   00002860
               DISPLAY 'ERRO ... '     WRK-SQLCODE                      00002870
               GOBACK                                                   00002880
           END-IF.                                                      00002890
                                                                        00002900
           PERFORM 2100-LER-FUNCIONARIO.                                00002910
                                                                        00002920
      *----------------------------------------------------------------*00002930
       1000-99-FIM.                    EXIT.                            00002940
      *----------------------------------------------------------------*00002950
                                                                        00002960
      *----------------------------------------------------------------*00002970
       1100-CARREGAR-PARAMETROS                  SECTION.               00002980
      *----------------------------------------------------------------*00002990
      *    ADIANT-PERC: VALE O REGISTRO DE VIGENCIA MAIS RECENTE NAO    00003000
      *    POSTERIOR A DATA DO SISTEMA. SEM PARAMS, FICA O PADRAO (40%).00003010
      *----------------------------------------------------------------*00003020
                                                                        00003030
           OPEN INPUT PARAMS.                                           00003040
           IF WRK-FS-PARAMS            EQUAL 35                         00003050
               DISPLAY 'PARAMS AUSENTE - USANDO VALOR PADRAO'           00003060
               GO TO 1100-99-FIM                                        00003070
           END-IF.                                                      00003080
                                                                        00003090
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003100
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00003110
               MOVE 12                 TO RETURN-CODE                   00003120
               GOBACK                                                   00003130
           END-IF.                                                      00003140
                                                                        00003150
           PERFORM 1110-LER-PARAMETRO                                   00003160
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00003170
           CLOSE PARAMS.                                                00003180
                                                                        00003190
      *----------------------------------------------------------------*00003200
       1100-99-FIM.                    EXIT.                            00003210
      *----------------------------------------------------------------*00003220
                                                                        00003230
      *----------------------------------------------------------------*00003240
       1110-LER-PARAMETRO                        SECTION.               00003250
      *----------------------------------------------------------------*00003260
                                                                        00003270
           READ PARAMS INTO WRK-REG-PARAM.                              00003280
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003290
               MOVE 10                 TO WRK-FS-PARAMS                 00003300
               GO TO 1110-99-FIM                                        00003310
           END-IF.                                                      00003320
                                                                        00003330
           IF WRK-PARAM-NOME           NOT EQUAL 'ADIANT-PERC'          00003340
              OR WRK-PARAM-DATA-EFET   GREATER WRK-DATA-CORTE           00003350
              OR WRK-PARAM-DATA-EFET   LESS WRK-VIG-PERC-ADIANT         00003360
               GO TO 1110-99-FIM                                        00003370
           END-IF.                                                      00003380
                                                                        00003390
      *    PERCENTUAL DE 001 A 100 NAS COLUNAS 21-23. FORA DISSO O      00003400
      *    PARAMETRO CANCELA O JOB.                                     00003410
           IF WRK-PARAM-VALOR(1:3)     NOT NUMERIC                      00003420
              OR WRK-PARAM-VALOR(1:3)  EQUAL '000'                      00003430
              OR WRK-PARAM-VALOR(1:3)  GREATER '100'                    00003440
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00003450
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00003460
               MOVE 12                 TO RETURN-CODE                   00003470
               GOBACK                                                   00003480
           END-IF.                                                      00003490
                                                                        00003500
           MOVE WRK-PARAM-VALOR(1:3)   TO WRK-PERC-ADIANT.              00003510
           MOVE WRK-PARAM-DATA-EFET    TO WRK-VIG-PERC-ADIANT.          00003520
                                                                        00003530
      *----------------------------------------------------------------*00003540
       1110-99-FIM.                    EXIT.                            00003550
      *----------------------------------------------------------------*00003560
                                                                        00003570
      *----------------------------------------------------------------*00003580
       1300-CARREGAR-LICENCAS                    SECTION.               00003590
      *----------------------------------------------------------------*00003600
      *    LICENCAS NAO REMUNERADAS (AFASTA TIPO 'L') QUE COBREM O DIA  00003610
      *    15 DA COMPETENCIA. SEM O ARQUIVO, NINGUEM EM LICENCA.        00003620
      *----------------------------------------------------------------*00003630
                                                                        00003640
           INITIALIZE WRK-TAB-LICENCA.                                  00003650
                                                                        00003660
           OPEN INPUT AFASTA.                                           00003670
           IF WRK-FS-AFASTA            EQUAL 35                         00003680
               DISPLAY 'AFASTA AUSENTE - NENHUMA LICENCA'               00003690
               GO TO 1300-99-FIM                                        00003700
           END-IF.                                                      00003710
                                                                        00003720
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00003730
               DISPLAY 'ERRO NO OPEN AFASTA FS=' WRK-FS-AFASTA          00003740
               MOVE 12                 TO RETURN-CODE                   00003750
               GOBACK                                                   00003760
           END-IF.                                                      00003770
                                                                        00003780
           PERFORM 1310-LER-AFASTAMENTO                                 00003790
               UNTIL WRK-FS-AFASTA EQUAL 10.                            00003800
           CLOSE AFASTA.                                                00003810
                                                                        00003820
      *----------------------------------------------------------------*00003830
       1300-99-FIM.                    EXIT.                            00003840
      *----------------------------------------------------------------*00003850
                                                                        00003860
      *----------------------------------------------------------------*00003870
       1310-LER-AFASTAMENTO                      SECTION.               00003880
      *----------------------------------------------------------------*00003890
                                                                        00003900
           READ AFASTA INTO WRK-REG-AFASTA.                             00003910
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00003920
               MOVE 10                 TO WRK-FS-AFASTA                 00003930
               GO TO 1310-99-FIM                                        00003940
           END-IF.                                                      00003950
                                                                        00003960
           IF WRK-AFA-TIPO NOT EQUAL 'L'                                00003970
              OR WRK-AFA-ID            NOT NUMERIC                      00003980
              OR WRK-AFA-DIAS          NOT NUMERIC                      00003990
              OR WRK-AFA-ID            EQUAL ZEROS                      00004000
              OR WRK-AFA-ID            GREATER 9999                     00004010
              OR WRK-AFA-DIAS          EQUAL ZEROS                      00004020
               GO TO 1310-99-FIM                                        00004030
           END-IF.                                                      00004040
                                                                        00004050
           ADD 1                       TO WRK-ACUM-LICENCAS-LIDAS.      00004060
                                                                        00004070
           MOVE WRK-AFA-ANO            TO WRK-DIL-ANO.                  00004080
           MOVE WRK-AFA-MES            TO WRK-DIL-MES.                  00004090
           MOVE WRK-AFA-DIA            TO WRK-DIL-DIA.                  00004100
           IF WRK-DATA-INI-LIC         GREATER WRK-DATA-QUINZENA        00004110
               GO TO 1310-99-FIM                                        00004120
           END-IF.                                                      00004130
                                                                        00004140
           PERFORM 1320-CALCULAR-FIM-LICENCA.                           00004150
           IF WRK-DATA-INVALIDA        EQUAL 'S'                        00004160
               DISPLAY 'LICENCA COM DATA INVALIDA - IGNORADA: '         00004170
                       WRK-REG-AFASTA(1:17)                             00004180
               GO TO 1310-99-FIM                                        00004190
           END-IF.                                                      00004200
                                                                        00004210
           IF WRK-DATA-FIM-LIC         NOT LESS WRK-DATA-QUINZENA       00004220
               MOVE 'S'                TO WRK-LIC-EXCLUIDO(WRK-AFA-ID)  00004230
           END-IF.                                                      00004240
                                                                        00004250
      *----------------------------------------------------------------*00004260
       1310-99-FIM.                    EXIT.                            00004270
      *----------------------------------------------------------------*00004280
                                                                        00004290
      *----------------------------------------------------------------*00004300
       1320-CALCULAR-FIM-LICENCA                 SECTION.               00004310
      *----------------------------------------------------------------*00004320
      *    ULTIMO DIA UTIL DA LICENCA, CONTADO COMO NO FR06CB81: 'U'    00004330
      *    POSICIONA NO PRIMEIRO DIA UTIL E 'P' AVANCA UM DIA UTIL POR  00004340
      *    VEZ. RETORNO '1' EM QUALQUER PASSO = DATA INVALIDA.          00004350
      *----------------------------------------------------------------*00004360
                                                                        00004370
           MOVE 'N'                    TO WRK-DATA-INVALIDA.            00004380
           MOVE 'U'                    TO WRK-CAL-FUNCAO.               00004390
           MOVE WRK-AFA-DATA-INI       TO WRK-CAL-DATA.                 00004400
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00004410
           IF WRK-CAL-RETORNO          EQUAL '1'                        00004420
               MOVE 'S'                TO WRK-DATA-INVALIDA             00004430
               GO TO 1320-99-FIM                                        00004440
           END-IF.                                                      00004450
                                                                        00004460
           MOVE 'P'                    TO WRK-CAL-FUNCAO.               00004470
           PERFORM 1330-AVANCAR-DIA-UTIL                                00004480
               VARYING WRK-IDX-DIA FROM 2 BY 1                          00004490
               UNTIL WRK-IDX-DIA GREATER WRK-AFA-DIAS                   00004500
                  OR WRK-DATA-INVALIDA EQUAL 'S'.                       00004510
                                                                        00004520
           MOVE WRK-CAL-ANO            TO WRK-DFL-ANO.                  00004530
           MOVE WRK-CAL-MES            TO WRK-DFL-MES.                  00004540
           MOVE WRK-CAL-DIA            TO WRK-DFL-DIA.                  00004550
                                                                        00004560
      *----------------------------------------------------------------*00004570
       1320-99-FIM.                    EXIT.                            00004580
      *----------------------------------------------------------------*00004590
                                                                        00004600
      *----------------------------------------------------------------*00004610
       1330-AVANCAR-DIA-UTIL                     SECTION.               00004620
      *----------------------------------------------------------------*00004630
                                                                        00004640
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00004650
           IF WRK-CAL-RETORNO          EQUAL '1'                        00004660
               MOVE 'S'                TO WRK-DATA-INVALIDA             00004670
           END-IF.                                                      00004680
                                                                        00004690
      *----------------------------------------------------------------*00004700
       1330-99-FIM.                    EXIT.                            00004710
      *----------------------------------------------------------------*00004720
                                                                        00004730
      *----------------------------------------------------------------*00004740
       2000-PROCESSAR                  SECTION.                         00004750
      *----------------------------------------------------------------*00004760
                                                                        00004770
           IF WRK-LIC-EXCLUIDO(DB2-ID) EQUAL 'S'                        00004780
               ADD 1                   TO WRK-ACUM-LICENCA              00004790
               DISPLAY 'EM LICENCA NAO REMUNERADA - SEM ADIANTAMENTO: ' 00004800
                       DB2-ID                                           00004810
               GO TO 2000-90-LER                                        00004820
           END-IF.                                                      00004830
                                                                        00004840
           COMPUTE WRK-ADIANTAMENTO ROUNDED =                           00004850
               DB2-SALARIO * WRK-PERC-ADIANT / 100.                     00004860
                                                                        00004870
           MOVE DB2-ID                 TO FLH-ID.                       00004880
           MOVE DB2-NOME               TO FLH-NOME.                     00004890
           MOVE DB2-SETOR              TO FLH-SETOR.                    00004900
           MOVE WRK-ADIANTAMENTO       TO FLH-BRUTO                     00004910
                                          FLH-LIQUIDO.                  00004920
           MOVE ZEROS                  TO FLH-DESCONTO.                 00004930
           MOVE '150'                  TO FLH-EVENTO.                   00004940
           MOVE SPACES                 TO FLH-BENEFICIO.                00004950
           WRITE FD-REG-FOLHA.                                          00004960
                                                                        00004970
           ADD 1                       TO WRK-ACUM-PAGOS.               00004980
           ADD WRK-ADIANTAMENTO        TO WRK-TOT-ADIANTAMENTO.         00004990
                                                                        00005000
       2000-90-LER.                                                     00005010
           PERFORM 2100-LER-FUNCIONARIO.                                00005020
                                                                        00005030
      *----------------------------------------------------------------*00005040
       2000-99-FIM.                    EXIT.                            00005050
      *----------------------------------------------------------------*00005060
                                                                        00005070
      *----------------------------------------------------------------*00005080
       2100-LER-FUNCIONARIO            SECTION.                         00005090
      *----------------------------------------------------------------*00005100
                                                                        00005110
           EXEC SQL                                                     00005120
             FETCH CFUNC                                                00005130
              INTO :DB2-ID,                                             00005140
                   :DB2-NOME,                                           00005150
                   :DB2-SETOR,                                          00005160
                   :DB2-SALARIO                                         00005170
           END-EXEC.                                                    00005180
                                                                        00005190
           EVALUATE SQLCODE                                             00005200
            WHEN 0                                                      00005210
              ADD 1                    TO WRK-ACUM-LIDOS                00005220
            WHEN 100                                                    00005230
              DISPLAY ' FINAL DA TABELA '                               00005240
            WHEN OTHER                                                  00005250
              MOVE SQLCODE             TO WRK-SQLCODE                   00005260
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00005270
              MOVE 'FR06DB31'          TO WRK-PROGRAMA                  00005280
              MOVE '2100'              TO WRK-SECTION                   00005290
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00005300
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00005310
              PERFORM 9000-GRAVAR-ERROS                                 00005320
              GOBACK                                                    00005330
           END-EVALUATE.                                                00005340
                                                                        00005350
      *----------------------------------------------------------------*00005360
       2100-99-FIM.                    EXIT.                            00005370
      *----------------------------------------------------------------*00005380
                                                                        00005390
      *----------------------------------------------------------------*00005400
       3000-FINALIZAR                  SECTION.                         00005410
      *----------------------------------------------------------------*00005420
                                                                        00005430
            EXEC SQL                                                    00005440
              CLOSE CFUNC                                               00005450
            END-EXEC.                                                   00005460
                                                                        00005470
           CLOSE FOLHA.                                                 00005480
                                                                        00005490
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00005500
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00005510
           DISPLAY ' * COMPETENCIA...............:' WRK-CRT-COMPETENCIA 00005520
           DISPLAY ' * PERCENTUAL DO SALARIO.....:' WRK-PERC-ADIANT     00005530
           DISPLAY ' * FUNCIONARIOS COM ADESAO...:' WRK-ACUM-LIDOS      00005540
           DISPLAY ' * LICENCAS NO AFASTA........:'                     00005550
                   WRK-ACUM-LICENCAS-LIDAS                              00005560
           DISPLAY ' * EXCLUIDOS POR LICENCA.....:' WRK-ACUM-LICENCA    00005570
           DISPLAY ' * ADIANTAMENTOS PAGOS.......:' WRK-ACUM-PAGOS      00005580
           DISPLAY ' * TOTAL ADIANTADO...........:'                     00005590
                   WRK-TOT-ADIANTAMENTO                                 00005600
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00005610
                                                                        00005620
      *----------------------------------------------------------------*00005630
       3000-99-FIM.                    EXIT.                            00005640
      *----------------------------------------------------------------*00005650
                                                                        00005660
      *----------------------------------------------------------------*00005670
       9000-GRAVAR-ERROS                         SECTION.               00005680
      *----------------------------------------------------------------*00005690
                                                                        00005700
            MOVE '4'                 TO WRK-LOG-TIPO                    00005710
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00005720
            MOVE SPACES              TO WRK-LOG-DATA                    00005730
            MOVE SPACES              TO WRK-LOG-HORA                    00005740
                                                                        00005750
            CALL 'GRVLOG'             USING WRK-LOG                     00005760
                                                                        00005770
            CONTINUE.                                                   00005780
                                                                        00005790
      *----------------------------------------------------------------*00005800
       9000-99-FIM.                    EXIT.                            00005810
      *----------------------------------------------------------------*00005820
