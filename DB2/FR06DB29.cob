      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB29.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: HORAS EXTRAS DO MES A PARTIR DOS           *00000100
      *                     APONTAMENTOS DE PROJETO. O CARTAO DA SYSIN *00000110
      *                     INFORMA A COMPETENCIA (COLUNAS 1-6,        *00000120
      *                     MMAAAA). SOMA POR FUNCIONARIO AS HORAS DO  *00000130
      *                     APONTD (FR06CB87) DATADAS NA COMPETENCIA,  *00000140
      *                     SEPARANDO AS LANCADAS EM DOMINGO OU        *00000150
      *                     FERIADO (TIPO DO DIA PELO CALNDIA).        *00000160
      *                     CAPACIDADE = CARGAHOR DA FOUR001.FUNC      *00000170
      *                     (NULA OU ZERO = 220) MENOS OS DIAS DO      *00000180
      *                     AFASTA INICIADOS NA COMPETENCIA PELA       *00000190
      *                     JORNADA DIARIA (CARGA / DIAS UTEIS DO      *00000200
      *                     MES). O QUE PASSA DA CAPACIDADE E HORA     *00000210
      *                     EXTRA: PRIMEIRO AS DE DOMINGO/FERIADO      *00000220
      *                     (PARAMETRO HE-PERC-DSR, PADRAO 100%), O    *00000230
      *                     RESTO COMO DIA UTIL (HE-PERC-UTIL, PADRAO  *00000240
      *                     50%), SOBRE O VALOR DA HORA (SALARIO /     *00000250
      *                     CARGA). GRAVA O PROVENTO NO HEXTRA         *00000260
      *                     (B#HEXTRA), SOMADO AO BRUTO PELO FR06DB22. *00000270
      *                     APONTAMENTO INVALIDO OU DE ID FORA DA      *00000280
      *                     FOUR001.FUNC SAI EM TELA COM RC 4.         *00000290
      *----------------------------------------------------------------*00000300
      *  BASE DE DADOS:                                                *00000310
      *      TABELAS DB2                             INCLUDE/BOOK      *00000320
      *      FOUR001.FUNC                              BOOKFUNC        *00000330
      *----------------------------------------------------------------*00000340
      *   ARQUIVOS........:                                            *00000350
      *   APONTD   I  (APONTAMENTOS COM DATA - LRECL 36)               *00000360
      *   AFASTA   I  (AFASTAMENTOS DO FR06CB81 - LRECL 80, OPCIONAL)  *00000370
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000380
      *   HEXTRA   O  (PROVENTO DE HORAS EXTRAS - LRECL 80)            *00000390
      *----------------------------------------------------------------*00000400
      *   MODULOS.........:                                             00000410
      *   CALNDIA  - CALENDARIO DE DIAS UTEIS                           00000420
      *   #GRVLOG4 - LOG DE ERROS                                       00000430
      *----------------------------------------------------------------*00000440
      *   MANUTENCAO:                                                  *00000450
      *================================================================*00000460
                                                                        00000470
      *================================================================*00000480
       ENVIRONMENT                               DIVISION.              00000490
      *================================================================*00000500
                                                                        00000510
      *----------------------------------------------------------------*00000520
       CONFIGURATION                             SECTION.               00000530
      *----------------------------------------------------------------*00000540
                                                                        00000550
       SPECIAL-NAMES.                                                   00000560
           DECIMAL-POINT IS COMMA.                                      00000570
                                                                        00000580
      *----------------------------------------------------------------*00000590
       INPUT-OUTPUT                              SECTION.               00000600
      *----------------------------------------------------------------*00000610
                                                                        00000620
       FILE-CONTROL.                                                    00000630
           SELECT APONTD ASSIGN            TO APONTD                    00000640
           FILE STATUS                     IS WRK-FS-APONTD.            00000650
           SELECT AFASTA ASSIGN            TO AFASTA                    00000660
           FILE STATUS                     IS WRK-FS-AFASTA.            00000670
           SELECT PARAMS ASSIGN            TO PARAMS                    00000680
           FILE STATUS                     IS WRK-FS-PARAMS.            00000690
           SELECT HEXTRA ASSIGN            TO HEXTRA                    00000700
           FILE STATUS                     IS WRK-FS-HEXTRA.            00000710
                                                                        00000720
      *================================================================*00000730
       DATA                                      DIVISION.              00000740
      *================================================================*00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
       FILE                                      SECTION.               00000780
      *----------------------------------------------------------------*00000790
                                                                        00000800
       FD  APONTD                                                       00000810
           RECORDING MODE IS F                                          00000820
           LABEL RECORD IS STANDARD                                     00000830
           BLOCK CONTAINS 0 RECORDS.                                    00000840
                                                                        00000850
       01 FD-APONTD                     PIC X(36).                      00000860
                                                                        00000870
       FD  AFASTA                                                       00000880
           RECORDING MODE IS F                                          00000890
           LABEL RECORD IS STANDARD                                     00000900
           BLOCK CONTAINS 0 RECORDS.                                    00000910
                                                                        00000920
       01 FD-AFASTA                     PIC X(80).                      00000930
                                                                        00000940
       FD  PARAMS                                                       00000950
           RECORDING MODE IS F                                          00000960
           LABEL RECORD IS STANDARD                                     00000970
           BLOCK CONTAINS 0 RECORDS.                                    00000980
                                                                        00000990
       01 FD-PARAMS                     PIC X(50).                      00001000
                                                                        00001010
       FD  HEXTRA                                                       00001020
           RECORDING MODE IS F                                          00001030
           LABEL RECORD IS STANDARD                                     00001040
           BLOCK CONTAINS 0 RECORDS.                                    00001050
                                                                        00001060
       01 FD-HEXTRA                     PIC X(80).                      00001070
                                                                        00001080
      *----------------------------------------------------------------*00001090
       WORKING-STORAGE                           SECTION.               00001100
      *----------------------------------------------------------------*00001110
                                                                        00001120
      *----------------------------------------------------------------*00001130
       01 FILLER                       PIC  X(050)         VALUE        00001140
           '***  FR06DB29 - INICIO DA AREA DE WORKING   ***'.           00001150
      *----------------------------------------------------------------*00001160
                                                                        00001170
       01 WRK-CARTAO.                                                   00001180
          05 WRK-CRT-COMPETENCIA       PIC X(06).                       00001190
          05 FILLER                    PIC X(74).                       00001200
                                                                        00001210
       77 WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.           00001220
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001230
                                                                        00001240
      *----------------------------------------------------------------*00001250
       01 FILLER                       PIC  X(050)         VALUE        00001260
           '***  APONTAMENTOS E AFASTAMENTOS  ***'.                     00001270
      *----------------------------------------------------------------*00001280
                                                                        00001290
           COPY 'B#APONTD'.                                             00001300
           COPY '#CALNDIA'.                                             00001310
                                                                        00001320
       01 WRK-REG-AFASTA.                                               00001330
          05 WRK-AFA-ID                PIC 9(05).                       00001340
          05 WRK-AFA-DIAS              PIC 9(03).                       00001350
          05 WRK-AFA-DATA-INI.                                          00001360
             10 WRK-AFA-DIA            PIC X(02).                       00001370
             10 WRK-AFA-MES-ANO        PIC X(06).                       00001380
          05 FILLER                    PIC X(64).                       00001390
                                                                        00001400
       01 WRK-TAB-HORAS.                                                00001410
          05 WRK-HRS-ITEM              OCCURS 9999 TIMES.               00001420
             10 WRK-HRS-TOTAL          PIC 9(05).                       00001430
             10 WRK-HRS-DSR            PIC 9(05).                       00001440
             10 WRK-HRS-DIAS-AFAST     PIC 9(03).                       00001450
             10 WRK-HRS-ACHADO         PIC X(01).                       00001460
                                                                        00001470
       77 WRK-ID-APONT                 PIC 9(05) VALUE ZEROS.           00001480
       77 WRK-IDX-FUNC                 PIC 9(05) VALUE ZEROS.           00001490
       77 WRK-IDX-DIA                  PIC 9(02) VALUE ZEROS.           00001500
       77 WRK-DIAS-UTEIS-MES           PIC 9(02) VALUE ZEROS.           00001510
                                                                        00001520
      *----------------------------------------------------------------*00001530
       01 FILLER                       PIC  X(050)         VALUE        00001540
           '***  PARAMETROS (B#PARAM)  ***'.                            00001550
      *----------------------------------------------------------------*00001560
                                                                        00001570
           COPY 'B#PARAM'.                                              00001580
                                                                        00001590
       77 WRK-PERC-UTIL                PIC 9(03) VALUE 50.              00001600
       77 WRK-VIG-PERC-UTIL            PIC 9(08) VALUE ZEROS.           00001610
       77 WRK-PERC-DSR                 PIC 9(03) VALUE 100.             00001620
       77 WRK-VIG-PERC-DSR             PIC 9(08) VALUE ZEROS.           00001630
       77 WRK-FATOR-UTIL               PIC 9(03) VALUE ZEROS.           00001640
       77 WRK-FATOR-DSR                PIC 9(03) VALUE ZEROS.           00001650
                                                                        00001660
      *----------------------------------------------------------------*00001670
       01 FILLER                       PIC  X(050)         VALUE        00001680
           '***  PROVENTO DE HORAS EXTRAS (B#HEXTRA)  ***'.             00001690
      *----------------------------------------------------------------*00001700
                                                                        00001710
           COPY 'B#HEXTRA'.                                             00001720
                                                                        00001730
       77 WRK-CARGA                    PIC 9(03) VALUE ZEROS.           00001740
       77 WRK-JORNADA                  PIC 9(03)V99 VALUE ZEROS.        00001750
       77 WRK-CAPACIDADE               PIC S9(05)V99 VALUE ZEROS.       00001760
       77 WRK-EXCEDENTE                PIC S9(05)V99 VALUE ZEROS.       00001770
       77 WRK-HORAS-UTIL               PIC 9(03)V99 VALUE ZEROS.        00001780
       77 WRK-HORAS-DSR                PIC 9(03)V99 VALUE ZEROS.        00001790
       77 WRK-HORAS-PONDERADAS         PIC 9(05)V9(04) VALUE ZEROS.     00001800
       77 WRK-VALOR-HORA               PIC 9(06)V9(04) VALUE ZEROS.     00001810
       77 WRK-VALOR                    PIC 9(08)V99 VALUE ZEROS.        00001820
                                                                        00001830
      *----------------------------------------------------------------*00001840
       01 FILLER                       PIC  X(050)         VALUE        00001850
           '***  ACUMULADORES  ***'.                                    00001860
      *----------------------------------------------------------------*00001870
                                                                        00001880
       77 WRK-ACUM-LIDOS               PIC 9(09) VALUE ZEROS.           00001890
       77 WRK-ACUM-INVALIDOS           PIC 9(09) VALUE ZEROS.           00001900
       77 WRK-ACUM-FORA-COMPET         PIC 9(09) VALUE ZEROS.           00001910
       77 WRK-ACUM-ACEITOS             PIC 9(09) VALUE ZEROS.           00001920
       77 WRK-ACUM-AFASTAMENTOS        PIC 9(09) VALUE ZEROS.           00001930
       77 WRK-ACUM-FUNCIONARIOS        PIC 9(09) VALUE ZEROS.           00001940
       77 WRK-ACUM-SEM-EXTRA           PIC 9(09) VALUE ZEROS.           00001950
       77 WRK-ACUM-GRAVADOS            PIC 9(09) VALUE ZEROS.           00001960
       77 WRK-ACUM-SEM-CADASTRO        PIC 9(09) VALUE ZEROS.           00001970
       77 WRK-TOT-HORAS-UTIL           PIC 9(09)V99 VALUE ZEROS.        00001980
       77 WRK-TOT-HORAS-DSR            PIC 9(09)V99 VALUE ZEROS.        00001990
       77 WRK-TOT-VALOR                PIC 9(13)V99 VALUE ZEROS.        00002000
                                                                        00002010
      *----------------------------------------------------------------*00002020
       01 FILLER                       PIC  X(050)         VALUE        00002030
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00002040
      *----------------------------------------------------------------*00002050
                                                                        00002060
           COPY '#GRVLOG4'.                                             00002070
                                                                        00002080
       77 WRK-SQLCODE                  PIC -999.                        00002090
       77 WRK-CARGA-NULL               PIC S9(4) COMP VALUE ZEROS.      00002100
       77 WRK-FS-APONTD                PIC 9(02).                       00002110
       77 WRK-FS-AFASTA                PIC 9(02).                       00002120
       77 WRK-FS-PARAMS                PIC 9(02).                       00002130
       77 WRK-FS-HEXTRA                PIC 9(02).                       00002140
                                                                        00002150
      *----------------------------------------------------------------*00002160
       01 FILLER                       PIC  X(050)         VALUE        00002170
           '*** AREA DB2 ***'.                                          00002180
      *----------------------------------------------------------------*00002190
                                                                        00002200
           EXEC SQL                                                     00002210
              INCLUDE BOOKFUNC                                          00002220
           END-EXEC.                                                    00002230
                                                                        00002240
           EXEC SQL                                                     00002250
              INCLUDE SQLCA                                             00002260
           END-EXEC.                                                    00002270
                                                                        00002280
      *----------------------------------------------------------------*00002290
       01 FILLER                      PIC  X(050)         VALUE         00002300
           '*** AREA CURSOR ***'.                                       00002310
      *----------------------------------------------------------------*00002320
                                                                        00002330
           EXEC SQL                                                     00002340
            DECLARE CFUNC CURSOR FOR                                    00002350
             SELECT ID,NOME,SALARIO,CARGAHOR                            00002360
                    FROM FOUR001.FUNC                                   00002370
                    ORDER BY ID                                         00002380
           END-EXEC.                                                    00002390
                                                                        00002400
      *================================================================*00002410
       PROCEDURE                                 DIVISION.              00002420
      *================================================================*00002430
                                                                        00002440
      *----------------------------------------------------------------*00002450
       0000-PRINCIPAL                  SECTION.                         00002460
      *----------------------------------------------------------------*00002470
                                                                        00002480
                PERFORM 1000-INICIAR.                                   00002490
                                                                        00002500
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100          00002510
                                                                        00002520
                PERFORM 3000-FINALIZAR.                                 00002530
                                                                        00002540
                STOP RUN.                                               00002550
                                                                        00002560
      *----------------------------------------------------------------*00002570
       0000-99-FIM.                    EXIT.                            00002580
      *----------------------------------------------------------------*00002590
                                                                        00002600
      *----------------------------------------------------------------*00002610
       1000-INICIAR                              SECTION.               00002620
      *----------------------------------------------------------------*00002630
                                                                        00002640
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00002650
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00002660
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00002670
           MOVE '01'                   TO WRK-CAL-DATA(1:2).            00002680
           MOVE WRK-CRT-COMPETENCIA    TO WRK-CAL-DATA(3:6).            00002690
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00002700
           IF WRK-CAL-RETORNO          EQUAL '1'                        00002710
               DISPLAY 'CARTAO INVALIDO (MMAAAA): ' WRK-CARTAO(1:6)     00002720
               MOVE 12                 TO RETURN-CODE                   00002730
               GOBACK                                                   00002740
           END-IF.                                                      00002750
                                                                        00002760
           MOVE WRK-CRT-COMPETENCIA    TO WRK-COMPETENCIA.              00002770
           PERFORM 1100-CARREGAR-PARAMETROS.                            00002780
           ADD 100 WRK-PERC-UTIL       GIVING WRK-FATOR-UTIL.           00002790
           ADD 100 WRK-PERC-DSR        GIVING WRK-FATOR-DSR.            00002800
           PERFORM 1200-CONTAR-DIAS-UTEIS.                              00002810
                                                                        00002820
           IF WRK-DIAS-UTEIS-MES       EQUAL ZEROS                      00002830
               DISPLAY 'COMPETENCIA SEM DIAS UTEIS - JOB CANCELADO'     00002840
               MOVE 12                 TO RETURN-CODE                   00002850
               GOBACK                                                   00002860
           END-IF.                                                      00002870
                                                                        00002880
           DISPLAY 'HORAS EXTRAS DA COMPETENCIA ' WRK-COMPETENCIA       00002890
                   ' - ' WRK-DIAS-UTEIS-MES ' DIAS UTEIS - UTIL '       00002900
                   WRK-PERC-UTIL '% DOMINGO/FERIADO ' WRK-PERC-DSR '%'. 00002910
           INITIALIZE WRK-TAB-HORAS.                                    00002920
           PERFORM 1300-CARREGAR-AFASTAMENTOS.                          00002930
           PERFORM 1400-CARREGAR-APONTAMENTOS.                          00002940
                                                                        00002950
           OPEN OUTPUT HEXTRA.                                          00002960
           IF WRK-FS-HEXTRA            NOT EQUAL ZEROS                  00002970
               MOVE 'FR06DB29'         TO WRK-PROGRAMA                  00002980
               MOVE 'ERRO NO OPEN HEXTRA '                              00002990
                                       TO WRK-MSG-ERRO                  00003000
               MOVE '1000'             TO WRK-SECTION                   00003010
               MOVE WRK-FS-HEXTRA      TO WRK-STATUS                    00003020
               PERFORM 9000-GRAVAR-ERROS                                00003030
               GOBACK                                                   00003040
           END-IF.                                                      00003050
                                                                        00003060
            EXEC SQL                                                    00003070
                OPEN CFUNC                                              00003080
            END-EXEC.                                                   00003090
                                                                        00003100
           IF (SQLCODE                 NOT EQUAL ZEROS AND +100) OR     00003110
              (SQLWARN0                EQUAL 'W')                       00003120
               MOVE SQLCODE            TO WRK-SQLCODE                   00003130
               DISPLAY 'ERRO ... '     WRK-SQLCODE                      00003140
               GOBACK                                                   00003150
           END-IF.                                                      00003160
                                                                        00003170
           PERFORM 2100-LER-FUNCIONARIO.                                00003180
                                                                        00003190
      *----------------------------------------------------------------*00003200
       1000-99-FIM.                    EXIT.                            00003210
      *----------------------------------------------------------------*00003220
                                                                        00003230
      *----------------------------------------------------------------*00003240
       1100-CARREGAR-PARAMETROS                  SECTION.               00003250
      *----------------------------------------------------------------*00003260
      *    HE-PERC-UTIL E HE-PERC-DSR: VALE O REGISTRO DE VIGENCIA MAIS 00003270
      *    RECENTE NAO POSTERIOR A DATA DO SISTEMA. SEM PARAMS, FICAM   00003280
      *    OS PADROES (50% E 100%).                                     00003290
      *----------------------------------------------------------------*00003300
                                                                        00003310
           OPEN INPUT PARAMS.                                           00003320
           IF WRK-FS-PARAMS            EQUAL 35                         00003330
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00003340
               GO TO 1100-99-FIM                                        00003350
           END-IF.                                                      00003360
                                                                        00003370
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003380
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00003390
               MOVE 12                 TO RETURN-CODE                   00003400
               GOBACK                                                   00003410
           END-IF.                                                      00003420
                                                                        00003430
           PERFORM 1110-LER-PARAMETRO                                   00003440
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00003450
           CLOSE PARAMS.                                                00003460
                                                                        00003470
      *----------------------------------------------------------------*00003480
       1100-99-FIM.                    EXIT.                            00003490
      *----------------------------------------------------------------*00003500
                                                                        00003510
      *----------------------------------------------------------------*00003520
       1110-LER-PARAMETRO                        SECTION.               00003530
      *----------------------------------------------------------------*00003540
                                                                        00003550
           READ PARAMS INTO WRK-REG-PARAM.                              00003560
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003570
               MOVE 10                 TO WRK-FS-PARAMS                 00003580
               GO TO 1110-99-FIM                                        00003590
           END-IF.                                                      00003600
                                                                        00003610
           IF WRK-PARAM-DATA-EFET      GREATER WRK-DATA-CORTE           00003620
               GO TO 1110-99-FIM                                        00003630
           END-IF.                                                      00003640
                                                                        00003650
           EVALUATE WRK-PARAM-NOME                                      00003660
            WHEN 'HE-PERC-UTIL'                                         00003670
              IF WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PERC-UTIL       00003680
                  PERFORM 1120-VALIDAR-PERCENTUAL                       00003690
                  MOVE WRK-PARAM-VALOR(1:3) TO WRK-PERC-UTIL            00003700
                  MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PERC-UTIL        00003710
              END-IF                                                    00003720
            WHEN 'HE-PERC-DSR'                                          00003730
              IF WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-PERC-DSR        00003740
                  PERFORM 1120-VALIDAR-PERCENTUAL                       00003750
                  MOVE WRK-PARAM-VALOR(1:3) TO WRK-PERC-DSR             00003760
                  MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-PERC-DSR         00003770
              END-IF                                                    00003780
            WHEN OTHER                                                  00003790
              CONTINUE                                                  00003800
           END-EVALUATE.                                                00003810
                                                                        00003820
      *----------------------------------------------------------------*00003830
       1110-99-FIM.                    EXIT.                            00003840
      *----------------------------------------------------------------*00003850
                                                                        00003860
      *----------------------------------------------------------------*00003870
       1120-VALIDAR-PERCENTUAL                   SECTION.               00003880
      *----------------------------------------------------------------*00003890
      *    PERCENTUAL DE 001 A 200 NAS COLUNAS 21-23. FORA DISSO O      00003900
      *    PARAMETRO CANCELA O JOB: PAGAR HORA EXTRA COM PERCENTUAL     00003910
      *    ERRADO E PIOR DO QUE NAO RODAR.                              00003920
      *----------------------------------------------------------------*00003930
                                                                        00003940
           IF WRK-PARAM-VALOR(1:3)     NOT NUMERIC                      00003950
              OR WRK-PARAM-VALOR(1:3)  EQUAL '000'                      00003960
              OR WRK-PARAM-VALOR(1:3)  GREATER '200'                    00003970
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00003980
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00003990
               MOVE 12                 TO RETURN-CODE                   00004000
               GOBACK                                                   00004010
           END-IF.                                                      00004020
                                                                        00004030
      *----------------------------------------------------------------*00004040
       1120-99-FIM.                    EXIT.                            00004050
      *----------------------------------------------------------------*00004060
                                                                        00004070
      *----------------------------------------------------------------*00004080
       1200-CONTAR-DIAS-UTEIS                    SECTION.               00004090
      *----------------------------------------------------------------*00004100
                                                                        00004110
           MOVE ZEROS                  TO WRK-DIAS-UTEIS-MES.           00004120
           PERFORM 1210-TESTAR-DIA                                      00004130
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00004140
               UNTIL WRK-IDX-DIA GREATER 31.                            00004150
                                                                        00004160
      *----------------------------------------------------------------*00004170
       1200-99-FIM.                    EXIT.                            00004180
      *----------------------------------------------------------------*00004190
                                                                        00004200
      *----------------------------------------------------------------*00004210
       1210-TESTAR-DIA                           SECTION.               00004220
      *----------------------------------------------------------------*00004230
                                                                        00004240
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00004250
           MOVE WRK-IDX-DIA            TO WRK-CAL-DIA.                  00004260
           MOVE WRK-CRT-COMPETENCIA    TO WRK-CAL-DATA(3:6).            00004270
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00004280
           IF WRK-CAL-RETORNO          EQUAL '0'                        00004290
               ADD 1                   TO WRK-DIAS-UTEIS-MES            00004300
           END-IF.                                                      00004310
                                                                        00004320
      *----------------------------------------------------------------*00004330
       1210-99-FIM.                    EXIT.                            00004340
      *----------------------------------------------------------------*00004350
                                                                        00004360
      *----------------------------------------------------------------*00004370
       1300-CARREGAR-AFASTAMENTOS                SECTION.               00004380
      *----------------------------------------------------------------*00004390
      *    DIAS UTEIS AFASTADOS (FR06CB81) COM INICIO NA COMPETENCIA,   00004400
      *    SOMADOS POR FUNCIONARIO. SEM O ARQUIVO, NINGUEM AFASTADO.    00004410
      *----------------------------------------------------------------*00004420
                                                                        00004430
           OPEN INPUT AFASTA.                                           00004440
           IF WRK-FS-AFASTA            EQUAL 35                         00004450
               DISPLAY 'AFASTA AUSENTE - NENHUM AFASTAMENTO'            00004460
               GO TO 1300-99-FIM                                        00004470
           END-IF.                                                      00004480
                                                                        00004490
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00004500
               DISPLAY 'ERRO NO OPEN AFASTA FS=' WRK-FS-AFASTA          00004510
               MOVE 12                 TO RETURN-CODE                   00004520
               GOBACK                                                   00004530
           END-IF.                                                      00004540
                                                                        00004550
           PERFORM 1310-LER-AFASTAMENTO                                 00004560
               UNTIL WRK-FS-AFASTA EQUAL 10.                            00004570
           CLOSE AFASTA.                                                00004580
                                                                        00004590
      *----------------------------------------------------------------*00004600
       1300-99-FIM.                    EXIT.                            00004610
      *----------------------------------------------------------------*00004620
                                                                        00004630
      *----------------------------------------------------------------*00004640
       1310-LER-AFASTAMENTO                      SECTION.               00004650
      *----------------------------------------------------------------*00004660
                                                                        00004670
           READ AFASTA INTO WRK-REG-AFASTA.                             00004680
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00004690
               MOVE 10                 TO WRK-FS-AFASTA                 00004700
               GO TO 1310-99-FIM                                        00004710
           END-IF.                                                      00004720
                                                                        00004730
           IF WRK-AFA-ID               NOT NUMERIC                      00004740
              OR WRK-AFA-DIAS          NOT NUMERIC                      00004750
              OR WRK-AFA-MES-ANO       NOT EQUAL WRK-CRT-COMPETENCIA    00004760
              OR WRK-AFA-ID            EQUAL ZEROS                      00004770
              OR WRK-AFA-ID            GREATER 9999                     00004780
               GO TO 1310-99-FIM                                        00004790
           END-IF.                                                      00004800
                                                                        00004810
           ADD WRK-AFA-DIAS         TO WRK-HRS-DIAS-AFAST(WRK-AFA-ID).  00004820
           ADD 1                       TO WRK-ACUM-AFASTAMENTOS.        00004830
                                                                        00004840
      *----------------------------------------------------------------*00004850
       1310-99-FIM.                    EXIT.                            00004860
      *----------------------------------------------------------------*00004870
                                                                        00004880
      *----------------------------------------------------------------*00004890
       1400-CARREGAR-APONTAMENTOS                SECTION.               00004900
      *----------------------------------------------------------------*00004910
                                                                        00004920
           OPEN INPUT APONTD.                                           00004930
           IF WRK-FS-APONTD            NOT EQUAL ZEROS                  00004940
               DISPLAY 'ERRO NO OPEN APONTD FS=' WRK-FS-APONTD          00004950
               MOVE 12                 TO RETURN-CODE                   00004960
               GOBACK                                                   00004970
           END-IF.                                                      00004980
                                                                        00004990
           PERFORM 1410-LER-APONTAMENTO                                 00005000
               UNTIL WRK-FS-APONTD EQUAL 10.                            00005010
           CLOSE APONTD.                                                00005020
                                                                        00005030
      *----------------------------------------------------------------*00005040
       1400-99-FIM.                    EXIT.                            00005050
      *----------------------------------------------------------------*00005060
                                                                        00005070
      *----------------------------------------------------------------*00005080
       1410-LER-APONTAMENTO                      SECTION.               00005090
      *----------------------------------------------------------------*00005100
      *    DOMINGO (DIA-SEMANA 1) OU FERIADO (RETORNO '3') VAI TAMBEM   00005110
      *    PARA O ACUMULADOR DE HORAS DSR DO FUNCIONARIO.               00005120
      *----------------------------------------------------------------*00005130
                                                                        00005140
           READ APONTD INTO WRK-REG-APONTD.                             00005150
           IF WRK-FS-APONTD            NOT EQUAL ZEROS                  00005160
               MOVE 10                 TO WRK-FS-APONTD                 00005170
               GO TO 1410-99-FIM                                        00005180
           END-IF.                                                      00005190
                                                                        00005200
           ADD 1                       TO WRK-ACUM-LIDOS.               00005210
           IF WRK-APD-ID               NOT NUMERIC                      00005220
              OR WRK-APD-QTHORAS       NOT NUMERIC                      00005230
              OR WRK-APD-DATA          NOT NUMERIC                      00005240
               PERFORM 1420-REJEITAR-APONTAMENTO                        00005250
               GO TO 1410-99-FIM                                        00005260
           END-IF.                                                      00005270
                                                                        00005280
           IF WRK-APD-MES-ANO          NOT EQUAL WRK-COMPETENCIA        00005290
               ADD 1                   TO WRK-ACUM-FORA-COMPET          00005300
               GO TO 1410-99-FIM                                        00005310
           END-IF.                                                      00005320
                                                                        00005330
           MOVE WRK-APD-ID             TO WRK-ID-APONT.                 00005340
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00005350
           MOVE WRK-APD-DATA           TO WRK-CAL-DATA.                 00005360
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00005370
           IF WRK-CAL-RETORNO          EQUAL '1'                        00005380
              OR WRK-ID-APONT          EQUAL ZEROS                      00005390
              OR WRK-ID-APONT          GREATER 9999                     00005400
               PERFORM 1420-REJEITAR-APONTAMENTO                        00005410
               GO TO 1410-99-FIM                                        00005420
           END-IF.                                                      00005430
                                                                        00005440
           ADD WRK-APD-QTHORAS      TO WRK-HRS-TOTAL(WRK-ID-APONT).     00005450
           IF WRK-CAL-RETORNO          EQUAL '3'                        00005460
              OR WRK-CAL-DIA-SEMANA    EQUAL 1                          00005470
               ADD WRK-APD-QTHORAS  TO WRK-HRS-DSR(WRK-ID-APONT)        00005480
           END-IF.                                                      00005490
           ADD 1                       TO WRK-ACUM-ACEITOS.             00005500
                                                                        00005510
      *----------------------------------------------------------------*00005520
       1410-99-FIM.                    EXIT.                            00005530
      *----------------------------------------------------------------*00005540
                                                                        00005550
      *----------------------------------------------------------------*00005560
       1420-REJEITAR-APONTAMENTO                 SECTION.               00005570
      *----------------------------------------------------------------*00005580
                                                                        00005590
           ADD 1                       TO WRK-ACUM-INVALIDOS.           00005600
           DISPLAY 'APONTAMENTO INVALIDO - IGNORADO: ' WRK-REG-APONTD.  00005610
                                                                        00005620
      *----------------------------------------------------------------*00005630
       1420-99-FIM.                    EXIT.                            00005640
      *----------------------------------------------------------------*00005650
                                                                        00005660
      *----------------------------------------------------------------*00005670
       2000-PROCESSAR                  SECTION.                         00005680
      *----------------------------------------------------------------*00005690
                                                                        00005700
           IF DB2-ID                   GREATER ZEROS                    00005710
               PERFORM 2200-CALCULAR-HORA-EXTRA                         00005720
           END-IF.                                                      00005730
                                                                        00005740
           PERFORM 2100-LER-FUNCIONARIO.                                00005750
                                                                        00005760
      *----------------------------------------------------------------*00005770
       2000-99-FIM.                    EXIT.                            00005780
      *----------------------------------------------------------------*00005790
                                                                        00005800
      *----------------------------------------------------------------*00005810
       2100-LER-FUNCIONARIO            SECTION.                         00005820
      *----------------------------------------------------------------*00005830
                                                                        00005840
           EXEC SQL                                                     00005850
             FETCH CFUNC                                                00005860
              INTO :DB2-ID,                                             00005870
                   :DB2-NOME,                                           00005880
                   :DB2-SALARIO,                                        00005890
                   :DB2-CARGAHOR  :WRK-CARGA-NULL                       00005900
           END-EXEC.                                                    00005910
                                                                        00005920
           EVALUATE SQLCODE                                             00005930
            WHEN 0                                                      00005940
              CONTINUE                                                  00005950
            WHEN 100                                                    00005960
              DISPLAY ' FINAL DA TABELA '                               00005970
            WHEN OTHER                                                  00005980
              MOVE SQLCODE             TO WRK-SQLCODE                   00005990
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00006000
              MOVE 'FR06DB29'          TO WRK-PROGRAMA                  00006010
              MOVE '2100'              TO WRK-SECTION                   00006020
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00006030
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00006040
              PERFORM 9000-GRAVAR-ERROS                                 00006050
              GOBACK                                                    00006060
           END-EVALUATE.                                                00006070
                                                                        00006080
      *----------------------------------------------------------------*00006090
       2100-99-FIM.                    EXIT.                            00006100
      *----------------------------------------------------------------*00006110
                                                                        00006120
      *----------------------------------------------------------------*00006130
       2200-CALCULAR-HORA-EXTRA        SECTION.                         00006140
      *----------------------------------------------------------------*00006150
      *    EXCEDENTE = HORAS LANCADAS - CAPACIDADE DO MES. PAGA PRIMEIRO00006160
      *    AS HORAS DE DOMINGO/FERIADO, O RESTO COMO DIA UTIL.          00006170
      *----------------------------------------------------------------*00006180
                                                                        00006190
           IF WRK-HRS-TOTAL(DB2-ID)    EQUAL ZEROS                      00006200
               GO TO 2200-99-FIM                                        00006210
           END-IF.                                                      00006220
                                                                        00006230
           MOVE 'S'                    TO WRK-HRS-ACHADO(DB2-ID).       00006240
           ADD 1                       TO WRK-ACUM-FUNCIONARIOS.        00006250
           IF WRK-CARGA-NULL           LESS ZEROS                       00006260
              OR DB2-CARGAHOR          NOT GREATER ZEROS                00006270
               MOVE 220                TO WRK-CARGA                     00006280
           ELSE                                                         00006290
               MOVE DB2-CARGAHOR       TO WRK-CARGA                     00006300
           END-IF.                                                      00006310
                                                                        00006320
           COMPUTE WRK-JORNADA ROUNDED =                                00006330
               WRK-CARGA / WRK-DIAS-UTEIS-MES.                          00006340
           COMPUTE WRK-CAPACIDADE =                                     00006350
               WRK-CARGA - (WRK-HRS-DIAS-AFAST(DB2-ID) * WRK-JORNADA).  00006360
           IF WRK-CAPACIDADE           LESS ZEROS                       00006370
               MOVE ZEROS              TO WRK-CAPACIDADE                00006380
           END-IF.                                                      00006390
                                                                        00006400
           COMPUTE WRK-EXCEDENTE =                                      00006410
               WRK-HRS-TOTAL(DB2-ID) - WRK-CAPACIDADE.                  00006420
           IF WRK-EXCEDENTE            NOT GREATER ZEROS                00006430
               ADD 1                   TO WRK-ACUM-SEM-EXTRA            00006440
               GO TO 2200-99-FIM                                        00006450
           END-IF.                                                      00006460
                                                                        00006470
           IF WRK-EXCEDENTE            GREATER WRK-HRS-DSR(DB2-ID)      00006480
               MOVE WRK-HRS-DSR(DB2-ID) TO WRK-HORAS-DSR                00006490
               COMPUTE WRK-HORAS-UTIL = WRK-EXCEDENTE - WRK-HORAS-DSR   00006500
           ELSE                                                         00006510
               MOVE WRK-EXCEDENTE      TO WRK-HORAS-DSR                 00006520
               MOVE ZEROS              TO WRK-HORAS-UTIL                00006530
           END-IF.                                                      00006540
                                                                        00006550
           COMPUTE WRK-VALOR-HORA ROUNDED = DB2-SALARIO / WRK-CARGA.    00006560
           COMPUTE WRK-HORAS-PONDERADAS =                               00006570
               (WRK-HORAS-UTIL * WRK-FATOR-UTIL +                       00006580
                WRK-HORAS-DSR  * WRK-FATOR-DSR) / 100.                  00006590
           COMPUTE WRK-VALOR ROUNDED =                                  00006600
               WRK-VALOR-HORA * WRK-HORAS-PONDERADAS.                   00006610
                                                                        00006620
           MOVE SPACES                 TO WRK-REG-HEXTRA.               00006630
           MOVE DB2-ID                 TO WRK-HEX-ID.                   00006640
           MOVE WRK-COMPETENCIA        TO WRK-HEX-COMPETENCIA.          00006650
           MOVE WRK-CARGA              TO WRK-HEX-CARGA.                00006660
           MOVE WRK-HRS-DIAS-AFAST(DB2-ID) TO WRK-HEX-DIAS-AFAST.       00006670
           MOVE WRK-CAPACIDADE         TO WRK-HEX-CAPACIDADE.           00006680
           MOVE WRK-HRS-TOTAL(DB2-ID)  TO WRK-HEX-HORAS-LANC.           00006690
           MOVE WRK-HORAS-UTIL         TO WRK-HEX-HORAS-UTIL.           00006700
           MOVE WRK-HORAS-DSR          TO WRK-HEX-HORAS-DSR.            00006710
           MOVE WRK-PERC-UTIL          TO WRK-HEX-PERC-UTIL.            00006720
           MOVE WRK-PERC-DSR           TO WRK-HEX-PERC-DSR.             00006730
           MOVE WRK-VALOR              TO WRK-HEX-VALOR.                00006740
           WRITE FD-HEXTRA             FROM WRK-REG-HEXTRA.             00006750
                                                                        00006760
           ADD 1                       TO WRK-ACUM-GRAVADOS.            00006770
           ADD WRK-HORAS-UTIL          TO WRK-TOT-HORAS-UTIL.           00006780
           ADD WRK-HORAS-DSR           TO WRK-TOT-HORAS-DSR.            00006790
           ADD WRK-VALOR               TO WRK-TOT-VALOR.                00006800
                                                                        00006810
      *----------------------------------------------------------------*00006820
       2200-99-FIM.                    EXIT.                            00006830
      *----------------------------------------------------------------*00006840
                                                                        00006850
      *----------------------------------------------------------------*00006860
       3000-FINALIZAR                  SECTION.                         00006870
      *----------------------------------------------------------------*00006880
                                                                        00006890
            EXEC SQL                                                    00006900
              CLOSE CFUNC                                               00006910
            END-EXEC.                                                   00006920
                                                                        00006930
           CLOSE HEXTRA.                                                00006940
                                                                        00006950
           PERFORM 3100-CONFERIR-SEM-CADASTRO                           00006960
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00006970
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00006980
                                                                        00006990
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*' 00007000
            DISPLAY ' *               FIM DE PROCESSAMENTO            *'00007010
            DISPLAY ' * APONTAMENTOS LIDOS........:' WRK-ACUM-LIDOS     00007020
            DISPLAY ' * ACEITOS NA COMPETENCIA....:' WRK-ACUM-ACEITOS   00007030
            DISPLAY ' * FORA DA COMPETENCIA.......:'                    00007040
                    WRK-ACUM-FORA-COMPET                                00007050
            DISPLAY ' * INVALIDOS.................:' WRK-ACUM-INVALIDOS 00007060
            DISPLAY ' * AFASTAMENTOS NO MES.......:'                    00007070
                    WRK-ACUM-AFASTAMENTOS                               00007080
            DISPLAY ' * FUNCIONARIOS COM HORAS....:'                    00007090
                    WRK-ACUM-FUNCIONARIOS                               00007100
            DISPLAY ' * DENTRO DA CAPACIDADE......:' WRK-ACUM-SEM-EXTRA 00007110
            DISPLAY ' * PROVENTOS GRAVADOS........:' WRK-ACUM-GRAVADOS  00007120
            DISPLAY ' * IDS FORA DA FOUR001.FUNC..:'                    00007130
                    WRK-ACUM-SEM-CADASTRO                               00007140
            DISPLAY ' * HORAS EXTRAS DIA UTIL.....:' WRK-TOT-HORAS-UTIL 00007150
            DISPLAY ' * HORAS EXTRAS DOM/FERIADO..:' WRK-TOT-HORAS-DSR  00007160
            DISPLAY ' * VALOR TOTAL...............:' WRK-TOT-VALOR      00007170
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'.00007180
                                                                        00007190
           IF WRK-ACUM-INVALIDOS       GREATER ZEROS                    00007200
              OR WRK-ACUM-SEM-CADASTRO GREATER ZEROS                    00007210
               MOVE 4                  TO RETURN-CODE                   00007220
           END-IF.                                                      00007230
                                                                        00007240
      *----------------------------------------------------------------*00007250
       3000-99-FIM.                    EXIT.                            00007260
      *----------------------------------------------------------------*00007270
                                                                        00007280
      *----------------------------------------------------------------*00007290
       3100-CONFERIR-SEM-CADASTRO      SECTION.                         00007300
      *----------------------------------------------------------------*00007310
                                                                        00007320
           IF WRK-HRS-TOTAL(WRK-IDX-FUNC) GREATER ZEROS                 00007330
              AND WRK-HRS-ACHADO(WRK-IDX-FUNC) NOT EQUAL 'S'            00007340
               ADD 1                   TO WRK-ACUM-SEM-CADASTRO         00007350
               DISPLAY 'HORAS DE ID FORA DA FOUR001.FUNC: '             00007360
                       WRK-IDX-FUNC ' - ' WRK-HRS-TOTAL(WRK-IDX-FUNC)   00007370
           END-IF.                                                      00007380
                                                                        00007390
      *----------------------------------------------------------------*00007400
       3100-99-FIM.                    EXIT.                            00007410
      *----------------------------------------------------------------*00007420
                                                                        00007430
      *----------------------------------------------------------------*00007440
       9000-GRAVAR-ERROS                         SECTION.               00007450
      *----------------------------------------------------------------*00007460
                                                                        00007470
            MOVE '4'                 TO WRK-LOG-TIPO                    00007480
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00007490
            MOVE SPACES              TO WRK-LOG-DATA                    00007500
            MOVE SPACES              TO WRK-LOG-HORA                    00007510
                                                                        00007520
            CALL 'GRVLOG'             USING WRK-LOG                     00007530
                                                                        00007540
            CONTINUE.                                                   00007550
                                                                        00007560
      *----------------------------------------------------------------*00007570
       9000-99-FIM.                    EXIT.                            00007580
      *----------------------------------------------------------------*00007590
