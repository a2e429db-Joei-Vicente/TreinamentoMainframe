      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB28.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: PAGAMENTO DE FERIAS COM O TERCO            *00000100
      *                     CONSTITUCIONAL. LE O MESTRE DE FERIAS      *00000110
      *                     (FERENT, LAYOUT B#FERIAS) COM OS GOZOS     *00000120
      *                     MARCADOS PELO FR06CB81 E PAGA CADA GOZO    *00000130
      *                     AINDA NAO PAGO CUJA DATA DE PAGAMENTO CAI  *00000140
      *                     ATE O FIM DA JANELA INFORMADA NO CARTAO DA *00000150
      *                     SYSIN (COLUNAS 1-8, DDMMAAAA).             *00000160
      *                     DATA DE PAGAMENTO = INICIO DO GOZO MENOS O *00000170
      *                     PARAMETRO DIAS-PAGTO-FERIAS DO PARAMS EM   *00000180
      *                     DIAS UTEIS, CONTADOS PARA TRAS PELO        *00000190
      *                     CALNDIA (FUNCAO 'A'); SEM PARAMETRO, 2.    *00000200
      *                     VALOR DOS DIAS = SALARIO DA FOUR001.FUNC   *00000210
      *                     / 30 * DIAS DO GOZO; TERCO = VALOR DOS     *00000220
      *                     DIAS / 3; BRUTO = DIAS + TERCO; DESCONTO = *00000230
      *                     FAIXA DO TABDESC SOBRE O BRUTO (MESMA      *00000240
      *                     REGRA E VIGENCIA DO FR06DB22).             *00000250
      *                     GRAVA O CONTRACHEQUE NO LAYOUT FOLHA COM O *00000260
      *                     EVENTO 140 PARA A REMESSA DO FR06CB79,     *00000270
      *                     ANEXA O ADIANTAMENTO AO ADIFER (B#ADIFER)  *00000280
      *                     PARA O DESCONTO NA FOLHA MENSAL SEGUINTE   *00000290
      *                     (FR06DB22) E GRAVA O MESTRE COM O GOZO     *00000300
      *                     MARCADO COMO PAGO (FERSAI).                *00000310
      *                     GOZO COM DATA INVALIDA OU FUNCIONARIO FORA *00000320
      *                     DA FOUR001.FUNC FICA PENDENTE, COM RC 4.   *00000330
      *----------------------------------------------------------------*00000340
      *  BASE DE DADOS:                                                *00000350
      *      TABELAS DB2                             INCLUDE/BOOK      *00000360
      *      FOUR001.FUNC                              BOOKFUNC        *00000370
      *----------------------------------------------------------------*00000380
      *   ARQUIVOS........:                                            *00000390
      *   FERENT   I  (MESTRE DE FERIAS - LRECL 80)                    *00000400
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000410
      *   TABDESC  I  (FAIXAS DE DESCONTO - LRECL 50)                  *00000420
      *   FERSAI   O  (MESTRE DE FERIAS ATUALIZADO - LRECL 80)         *00000430
      *   FOLHA    O  (CONTRACHEQUES DE FERIAS - LRECL 80)             *00000440
      *   ADIFER   O  (ADIANTAMENTOS DE FERIAS - LRECL 80, EXTEND)     *00000450
      *----------------------------------------------------------------*00000460
      *   MODULOS.........:                                             00000470
      *   CALNDIA  - CALENDARIO DE DIAS UTEIS                           00000480
      *   #GRVLOG4 - LOG DE ERROS                                       00000490
      *----------------------------------------------------------------*00000500
      *   MANUTENCAO:                                                  *00000510
      *================================================================*00000520
                                                                        00000530
      *================================================================*00000540
       ENVIRONMENT                               DIVISION.              00000550
      *================================================================*00000560
                                                                        00000570
      *----------------------------------------------------------------*00000580
       CONFIGURATION                             SECTION.               00000590
      *----------------------------------------------------------------*00000600
                                                                        00000610
       SPECIAL-NAMES.                                                   00000620
           DECIMAL-POINT IS COMMA.                                      00000630
                                                                        00000640
      *----------------------------------------------------------------*00000650
       INPUT-OUTPUT                              SECTION.               00000660
      *----------------------------------------------------------------*00000670
                                                                        00000680
       FILE-CONTROL.                                                    00000690
           SELECT FERENT ASSIGN            TO FERENT                    00000700
           FILE STATUS                     IS WRK-FS-FERENT.            00000710
           SELECT PARAMS ASSIGN            TO PARAMS                    00000720
           FILE STATUS                     IS WRK-FS-PARAMS.            00000730
           SELECT TABDESC ASSIGN           TO TABDESC                   00000740
           FILE STATUS                     IS WRK-FS-TABDESC.           00000750
           SELECT FERSAI ASSIGN            TO FERSAI                    00000760
           FILE STATUS                     IS WRK-FS-FERSAI.            00000770
           SELECT FOLHA ASSIGN             TO FOLHA                     00000780
           FILE STATUS                     IS WRK-FS-FOLHA.             00000790
           SELECT ADIFER ASSIGN            TO ADIFER                    00000800
           FILE STATUS                     IS WRK-FS-ADIFER.            00000810
                                                                        00000820
      *================================================================*00000830
       DATA                                      DIVISION.              00000840
      *================================================================*00000850
                                                                        00000860
      *----------------------------------------------------------------*00000870
       FILE                                      SECTION.               00000880
      *----------------------------------------------------------------*00000890
                                                                        00000900
       FD  FERENT                                                       00000910
           RECORDING MODE IS F                                          00000920
           LABEL RECORD IS STANDARD                                     00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-FERENT                     PIC X(80).                      00000960
                                                                        00000970
       FD  PARAMS                                                       00000980
           RECORDING MODE IS F                                          00000990
           LABEL RECORD IS STANDARD                                     00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-PARAMS                     PIC X(50).                      00001030
                                                                        00001040
       FD  TABDESC                                                      00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORD IS STANDARD                                     00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
                                                                        00001090
       01 FD-TABDESC.                                                   00001100
           05 FD-TDS-LIMITE               PIC 9(08)V99.                 00001110
           05 FD-TDS-ALIQUOTA             PIC 9(02)V99.                 00001120
           05 FD-TDS-PARCELA              PIC 9(08)V99.                 00001130
           05 FD-TDS-DATA-EFET            PIC 9(08).                    00001140
           05 FILLER                      PIC X(16).                    00001150
                                                                        00001160
       FD  FERSAI                                                       00001170
           RECORDING MODE IS F                                          00001180
           LABEL RECORD IS STANDARD                                     00001190
           BLOCK CONTAINS 0 RECORDS.                                    00001200
                                                                        00001210
       01 FD-FERSAI                     PIC X(80).                      00001220
                                                                        00001230
       FD  FOLHA                                                        00001240
           RECORDING MODE IS F                                          00001250
           LABEL RECORD IS STANDARD                                     00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
                                                                        00001280
       01 FD-REG-FOLHA.                                                 00001290
           05 FLH-ID                      PIC 9(04).                    00001300
           05 FLH-NOME                    PIC X(30).                    00001310
           05 FLH-SETOR                   PIC 9(04).                    00001320
           05 FLH-BRUTO                   PIC 9(08)V99.                 00001330
           05 FLH-DESCONTO                PIC 9(08)V99.                 00001340
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00001350
           05 FLH-EVENTO                  PIC X(03).                    00001360
           05 FILLER                      PIC X(09).                    00001370
                                                                        00001380
       FD  ADIFER                                                       00001390
           RECORDING MODE IS F                                          00001400
           LABEL RECORD IS STANDARD                                     00001410
           BLOCK CONTAINS 0 RECORDS.                                    00001420
                                                                        00001430
       01 FD-ADIFER                     PIC X(80).                      00001440
                                                                        00001450
      *----------------------------------------------------------------*00001460
       WORKING-STORAGE                           SECTION.               00001470
      *----------------------------------------------------------------*00001480
                                                                        00001490
      *----------------------------------------------------------------*00001500
       01 FILLER                       PIC  X(050)         VALUE        00001510
           '***  FR06DB28 - INICIO DA AREA DE WORKING   ***'.           00001520
      *----------------------------------------------------------------*00001530
                                                                        00001540
       01 WRK-CARTAO.                                                   00001550
          05 WRK-CRT-FIM-JANELA        PIC X(08).                       00001560
          05 FILLER                    PIC X(72).                       00001570
                                                                        00001580
       77 WRK-FIM-JANELA               PIC 9(08) VALUE ZEROS.           00001590
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001600
       77 WRK-DATA-PAGTO               PIC 9(08) VALUE ZEROS.           00001610
       77 WRK-EVENTO-FERIAS            PIC X(03) VALUE '140'.           00001620
                                                                        00001630
      *----------------------------------------------------------------*00001640
       01 FILLER                       PIC  X(050)         VALUE        00001650
           '***  AREA DO MESTRE DE FERIAS (B#FERIAS)  ***'.             00001660
      *----------------------------------------------------------------*00001670
                                                                        00001680
           COPY 'B#FERIAS'.                                             00001690
           COPY 'B#ADIFER'.                                             00001700
           COPY '#CALNDIA'.                                             00001710
                                                                        00001720
       77 WRK-IDX-GOZO                 PIC 9(01) VALUE ZEROS.           00001730
       77 WRK-IDX-DIA                  PIC 9(03) VALUE ZEROS.           00001740
       77 WRK-DATA-INVALIDA            PIC X(01) VALUE 'N'.             00001750
                                                                        00001760
      *----------------------------------------------------------------*00001770
       01 FILLER                       PIC  X(050)         VALUE        00001780
           '***  PARAMETROS (B#PARAM)  ***'.                            00001790
      *----------------------------------------------------------------*00001800
                                                                        00001810
           COPY 'B#PARAM'.                                              00001820
                                                                        00001830
       77 WRK-DIAS-PAGTO               PIC 9(03) VALUE 2.               00001840
       77 WRK-VIG-DIAS-PAGTO           PIC 9(08) VALUE ZEROS.           00001850
                                                                        00001860
      *----------------------------------------------------------------*00001870
       01 FILLER                       PIC  X(050)         VALUE        00001880
           '***  TABELA DE FAIXAS DE DESCONTO  ***'.                    00001890
      *----------------------------------------------------------------*00001900
                                                                        00001910
       01 WRK-TAB-FAIXAS.                                               00001920
          05 WRK-TAB-FXA-ITEM          OCCURS 20 TIMES.                 00001930
             10 WRK-FXA-LIMITE         PIC 9(08)V99.                    00001940
             10 WRK-FXA-ALIQUOTA       PIC 9(02)V99.                    00001950
             10 WRK-FXA-PARCELA        PIC 9(08)V99.                    00001960
             10 WRK-FXA-VIGENCIA       PIC 9(08).                       00001970
                                                                        00001980
       77 WRK-QT-FAIXAS                PIC 9(02) VALUE ZEROS.           00001990
       77 WRK-IDX-FXA                  PIC 9(02) VALUE ZEROS.           00002000
       77 WRK-FXA-ACHADA               PIC 9(02) VALUE ZEROS.           00002010
                                                                        00002020
      *----------------------------------------------------------------*00002030
       01 FILLER                       PIC  X(050)         VALUE        00002040
           '***  ACUMULADORES  ***'.                                    00002050
      *----------------------------------------------------------------*00002060
                                                                        00002070
       77 WRK-ACUM-PERIODOS            PIC 9(09) VALUE ZEROS.           00002080
       77 WRK-ACUM-PENDENTES           PIC 9(09) VALUE ZEROS.           00002090
       77 WRK-ACUM-FORA-JANELA         PIC 9(09) VALUE ZEROS.           00002100
       77 WRK-ACUM-GRAVADOS            PIC 9(09) VALUE ZEROS.           00002110
       77 WRK-ACUM-RECUSADOS           PIC 9(09) VALUE ZEROS.           00002120
       77 WRK-VALOR-DIAS               PIC 9(08)V99 VALUE ZEROS.        00002130
       77 WRK-TERCO                    PIC 9(08)V99 VALUE ZEROS.        00002140
       77 WRK-BRUTO                    PIC 9(08)V99 VALUE ZEROS.        00002150
       77 WRK-IMPOSTO                  PIC S9(08)V99 VALUE ZEROS.       00002160
       77 WRK-DESCONTO                 PIC 9(08)V99 VALUE ZEROS.        00002170
       77 WRK-LIQUIDO                  PIC 9(08)V99 VALUE ZEROS.        00002180
       77 WRK-TOT-TERCO                PIC 9(13)V99 VALUE ZEROS.        00002190
       77 WRK-TOT-BRUTO                PIC 9(13)V99 VALUE ZEROS.        00002200
       77 WRK-TOT-DESC                 PIC 9(13)V99 VALUE ZEROS.        00002210
       77 WRK-TOT-LIQ                  PIC 9(13)V99 VALUE ZEROS.        00002220
                                                                        00002230
      *----------------------------------------------------------------*00002240
       01 FILLER                       PIC  X(050)         VALUE        00002250
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00002260
      *----------------------------------------------------------------*00002270
                                                                        00002280
           COPY '#GRVLOG4'.                                             00002290
                                                                        00002300
       77 WRK-SQLCODE                  PIC -999.                        00002310
       77 WRK-FS-FERENT                PIC 9(02).                       00002320
       77 WRK-FS-PARAMS                PIC 9(02).                       00002330
       77 WRK-FS-TABDESC               PIC 9(02).                       00002340
       77 WRK-FS-FERSAI                PIC 9(02).                       00002350
       77 WRK-FS-FOLHA                 PIC 9(02).                       00002360
       77 WRK-FS-ADIFER                PIC 9(02).                       00002370
                                                                        00002380
      *----------------------------------------------------------------*00002390
       01 FILLER                       PIC  X(050)         VALUE        00002400
           '*** AREA DB2 ***'.                                          00002410
      *----------------------------------------------------------------*00002420
                                                                        00002430
           EXEC SQL                                                     00002440
              INCLUDE BOOKFUNC                                          00002450
           END-EXEC.                                                    00002460
                                                                        00002470
           EXEC SQL                                                     00002480
              INCLUDE SQLCA                                             00002490
           END-EXEC.                                                    00002500
                                                                        00002510
      *================================================================*00002520
       PROCEDURE                                 DIVISION.              00002530
      *================================================================*00002540
                                                                        00002550
      *----------------------------------------------------------------*00002560
       0000-PRINCIPAL                  SECTION.                         00002570
      *----------------------------------------------------------------*00002580
                                                                        00002590
                PERFORM 1000-INICIAR.                                   00002600
                PERFORM 2000-PROCESSAR UNTIL WRK-FS-FERENT EQUAL 10.    00002610
                PERFORM 3000-FINALIZAR.                                 00002620
                STOP RUN.                                               00002630
                                                                        00002640
      *----------------------------------------------------------------*00002650
       0000-99-FIM.                    EXIT.                            00002660
      *----------------------------------------------------------------*00002670
                                                                        00002680
      *----------------------------------------------------------------*00002690
       1000-INICIAR                              SECTION.               00002700
      *----------------------------------------------------------------*00002710
                                                                        00002720
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00002730
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00002740
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00002750
           MOVE WRK-CRT-FIM-JANELA     TO WRK-CAL-DATA.                 00002760
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00002770
           IF WRK-CAL-RETORNO          EQUAL '1'                        00002780
               DISPLAY 'CARTAO INVALIDO (DDMMAAAA): ' WRK-CARTAO(1:8)   00002790
               MOVE 12                 TO RETURN-CODE                   00002800
               GOBACK                                                   00002810
           END-IF.                                                      00002820
                                                                        00002830
           MOVE WRK-CAL-ANO            TO WRK-FIM-JANELA(1:4).          00002840
           MOVE WRK-CAL-MES            TO WRK-FIM-JANELA(5:2).          00002850
           MOVE WRK-CAL-DIA            TO WRK-FIM-JANELA(7:2).          00002860
           PERFORM 1100-CARREGAR-PARAMETROS.                            00002870
           PERFORM 1200-CARREGAR-FAIXAS.                                00002880
                                                                        00002890
           IF WRK-QT-FAIXAS            EQUAL ZEROS                      00002900
               DISPLAY 'TABDESC SEM FAIXAS VIGENTES - JOB CANCELADO'    00002910
               MOVE 12                 TO RETURN-CODE                   00002920
               GOBACK                                                   00002930
           END-IF.                                                      00002940
                                                                        00002950
           DISPLAY 'FERIAS COM PAGAMENTO ATE ' WRK-FIM-JANELA           00002960
                   ' - ' WRK-DIAS-PAGTO ' DIAS UTEIS ANTES DO GOZO'.    00002970
           OPEN INPUT  FERENT.                                          00002980
           IF WRK-FS-FERENT            NOT EQUAL ZEROS                  00002990
               DISPLAY 'ERRO NO OPEN FERENT FS=' WRK-FS-FERENT          00003000
               MOVE 12                 TO RETURN-CODE                   00003010
               GOBACK                                                   00003020
           END-IF.                                                      00003030
                                                                        00003040
           OPEN OUTPUT FERSAI                                           00003050
                       FOLHA.                                           00003060
                                                                        00003070
           IF WRK-FS-FERSAI            NOT EQUAL ZEROS                  00003080
              OR WRK-FS-FOLHA          NOT EQUAL ZEROS                  00003090
               MOVE 'FR06DB28'         TO WRK-PROGRAMA                  00003100
               MOVE 'ERRO NO OPEN FERSAI/FOLHA '                        00003110
                                       TO WRK-MSG-ERRO                  00003120
               MOVE '1000'             TO WRK-SECTION                   00003130
               MOVE WRK-FS-FERSAI      TO WRK-STATUS(1:2)               00003140
               MOVE WRK-FS-FOLHA       TO WRK-STATUS(3:2)               00003150
               PERFORM 9000-GRAVAR-ERROS                                00003160
               GOBACK                                                   00003170
           END-IF.                                                      00003180
                                                                        00003190
           OPEN EXTEND ADIFER.                                          00003200
           IF WRK-FS-ADIFER            EQUAL 35                         00003210
               OPEN OUTPUT ADIFER                                       00003220
           END-IF.                                                      00003230
                                                                        00003240
           IF WRK-FS-ADIFER            NOT EQUAL ZEROS                  00003250
               MOVE 'FR06DB28'         TO WRK-PROGRAMA                  00003260
               MOVE 'ERRO NO OPEN ADIFER '                              00003270
                                       TO WRK-MSG-ERRO                  00003280
               MOVE '1000'             TO WRK-SECTION                   00003290
               MOVE WRK-FS-ADIFER      TO WRK-STATUS                    00003300
               PERFORM 9000-GRAVAR-ERROS                                00003310
               GOBACK                                                   00003320
           END-IF.                                                      00003330
                                                                        00003340
           PERFORM 2100-LER-PERIODO.                                    00003350
                                                                        00003360
      *----------------------------------------------------------------*00003370
       1000-99-FIM.                    EXIT.                            00003380
      *----------------------------------------------------------------*00003390
                                                                        00003400
      *----------------------------------------------------------------*00003410
       1100-CARREGAR-PARAMETROS                  SECTION.               00003420
      *----------------------------------------------------------------*00003430
      *    DIAS-PAGTO-FERIAS: VALE O REGISTRO DE VIGENCIA MAIS RECENTE  00003440
      *    NAO POSTERIOR A DATA DO SISTEMA. SEM PARAMS, FICA O PADRAO.  00003450
      *----------------------------------------------------------------*00003460
                                                                        00003470
           OPEN INPUT PARAMS.                                           00003480
           IF WRK-FS-PARAMS            EQUAL 35                         00003490
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00003500
               GO TO 1100-99-FIM                                        00003510
           END-IF.                                                      00003520
                                                                        00003530
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003540
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00003550
               MOVE 12                 TO RETURN-CODE                   00003560
               GOBACK                                                   00003570
           END-IF.                                                      00003580
                                                                        00003590
           PERFORM 1110-LER-PARAMETRO                                   00003600
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00003610
           CLOSE PARAMS.                                                00003620
                                                                        00003630
      *----------------------------------------------------------------*00003640
       1100-99-FIM.                    EXIT.                            00003650
      *----------------------------------------------------------------*00003660
                                                                        00003670
      *----------------------------------------------------------------*00003680
       1110-LER-PARAMETRO                        SECTION.               00003690
      *----------------------------------------------------------------*00003700
                                                                        00003710
           READ PARAMS INTO WRK-REG-PARAM.                              00003720
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003730
               MOVE 10                 TO WRK-FS-PARAMS                 00003740
               GO TO 1110-99-FIM                                        00003750
           END-IF.                                                      00003760
                                                                        00003770
           IF WRK-PARAM-NOME           NOT EQUAL 'DIAS-PAGTO-FERIAS'    00003780
              OR WRK-PARAM-DATA-EFET   GREATER WRK-DATA-CORTE           00003790
              OR WRK-PARAM-DATA-EFET   LESS WRK-VIG-DIAS-PAGTO          00003800
               GO TO 1110-99-FIM                                        00003810
           END-IF.                                                      00003820
                                                                        00003830
           IF WRK-PARAM-VALOR(1:3)     NUMERIC                          00003840
              AND WRK-PARAM-VALOR(1:3) GREATER '000'                    00003850
              AND WRK-PARAM-VALOR(1:3) NOT GREATER '030'                00003860
               MOVE WRK-PARAM-VALOR(1:3) TO WRK-DIAS-PAGTO              00003870
               MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-DIAS-PAGTO          00003880
           ELSE                                                         00003890
               DISPLAY 'PARAMETRO DIAS-PAGTO-FERIAS INVALIDO - '        00003900
                       'IGNORADO: ' WRK-PARAM-VALOR                     00003910
           END-IF.                                                      00003920
                                                                        00003930
      *----------------------------------------------------------------*00003940
       1110-99-FIM.                    EXIT.                            00003950
      *----------------------------------------------------------------*00003960
                                                                        00003970
      *----------------------------------------------------------------*00003980
       1200-CARREGAR-FAIXAS                      SECTION.               00003990
      *----------------------------------------------------------------*00004000
      *    CARREGA AS FAIXAS VIGENTES: PARA CADA LIMITE SUPERIOR VALE   00004010
      *    O REGISTRO DE VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA     00004020
      *    DO SISTEMA, COMO NO FR06DB22.                                00004030
      *----------------------------------------------------------------*00004040
                                                                        00004050
           OPEN INPUT TABDESC.                                          00004060
           IF WRK-FS-TABDESC           NOT EQUAL ZEROS                  00004070
               DISPLAY 'ERRO NO OPEN TABDESC FS=' WRK-FS-TABDESC        00004080
               MOVE 12                 TO RETURN-CODE                   00004090
               GOBACK                                                   00004100
           END-IF.                                                      00004110
                                                                        00004120
           PERFORM 1210-LER-FAIXA                                       00004130
               UNTIL WRK-FS-TABDESC EQUAL 10.                           00004140
           CLOSE TABDESC.                                               00004150
           DISPLAY 'FAIXAS DE DESCONTO VIGENTES: ' WRK-QT-FAIXAS.       00004160
                                                                        00004170
      *----------------------------------------------------------------*00004180
       1200-99-FIM.                    EXIT.                            00004190
      *----------------------------------------------------------------*00004200
                                                                        00004210
      *----------------------------------------------------------------*00004220
       1210-LER-FAIXA                            SECTION.               00004230
      *----------------------------------------------------------------*00004240
                                                                        00004250
           READ TABDESC.                                                00004260
           IF WRK-FS-TABDESC           NOT EQUAL ZEROS                  00004270
               MOVE 10                 TO WRK-FS-TABDESC                00004280
               GO TO 1210-99-FIM                                        00004290
           END-IF.                                                      00004300
                                                                        00004310
           IF FD-TDS-DATA-EFET         GREATER WRK-DATA-CORTE           00004320
               GO TO 1210-99-FIM                                        00004330
           END-IF.                                                      00004340
                                                                        00004350
           MOVE ZEROS                  TO WRK-FXA-ACHADA.               00004360
           PERFORM 1220-COMPARAR-LIMITE                                 00004370
               VARYING WRK-IDX-FXA FROM 1 BY 1                          00004380
               UNTIL WRK-IDX-FXA GREATER WRK-QT-FAIXAS                  00004390
                  OR WRK-FXA-ACHADA GREATER ZEROS.                      00004400
                                                                        00004410
           IF WRK-FXA-ACHADA           GREATER ZEROS                    00004420
               IF FD-TDS-DATA-EFET NOT LESS                             00004430
                  WRK-FXA-VIGENCIA(WRK-FXA-ACHADA)                      00004440
                   MOVE FD-TDS-ALIQUOTA                                 00004450
                        TO WRK-FXA-ALIQUOTA(WRK-FXA-ACHADA)             00004460
                   MOVE FD-TDS-PARCELA                                  00004470
                        TO WRK-FXA-PARCELA(WRK-FXA-ACHADA)              00004480
                   MOVE FD-TDS-DATA-EFET                                00004490
                        TO WRK-FXA-VIGENCIA(WRK-FXA-ACHADA)             00004500
               END-IF                                                   00004510
               GO TO 1210-99-FIM                                        00004520
           END-IF.                                                      00004530
                                                                        00004540
           IF WRK-QT-FAIXAS            LESS 20                          00004550
               ADD 1                   TO WRK-QT-FAIXAS                 00004560
               MOVE FD-TDS-LIMITE                                       00004570
                    TO WRK-FXA-LIMITE(WRK-QT-FAIXAS)                    00004580
               MOVE FD-TDS-ALIQUOTA                                     00004590
                    TO WRK-FXA-ALIQUOTA(WRK-QT-FAIXAS)                  00004600
               MOVE FD-TDS-PARCELA                                      00004610
                    TO WRK-FXA-PARCELA(WRK-QT-FAIXAS)                   00004620
               MOVE FD-TDS-DATA-EFET                                    00004630
                    TO WRK-FXA-VIGENCIA(WRK-QT-FAIXAS)                  00004640
           ELSE                                                         00004650
               DISPLAY 'TABELA DE FAIXAS CHEIA - FAIXA IGNORADA'        00004660
               MOVE 4                  TO RETURN-CODE                   00004670
           END-IF.                                                      00004680
                                                                        00004690
      *----------------------------------------------------------------*00004700
       1210-99-FIM.                    EXIT.                            00004710
      *----------------------------------------------------------------*00004720
                                                                        00004730
      *----------------------------------------------------------------*00004740
       1220-COMPARAR-LIMITE                      SECTION.               00004750
      *----------------------------------------------------------------*00004760
                                                                        00004770
           IF WRK-FXA-LIMITE(WRK-IDX-FXA) EQUAL FD-TDS-LIMITE           00004780
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00004790
           END-IF.                                                      00004800
                                                                        00004810
      *----------------------------------------------------------------*00004820
       1220-99-FIM.                    EXIT.                            00004830
      *----------------------------------------------------------------*00004840
                                                                        00004850
      *----------------------------------------------------------------*00004860
       2000-PROCESSAR                  SECTION.                         00004870
      *----------------------------------------------------------------*00004880
                                                                        00004890
               IF WRK-FER-QT-GOZOS       NOT NUMERIC                    00004900
                  MOVE ZEROS             TO WRK-FER-QT-GOZOS            00004910
               END-IF.                                                  00004920
                                                                        00004930
               PERFORM 2200-TRATAR-GOZO                                 00004940
                   VARYING WRK-IDX-GOZO FROM 1 BY 1                     00004950
                   UNTIL WRK-IDX-GOZO GREATER WRK-FER-QT-GOZOS.         00004960
               WRITE FD-FERSAI           FROM WRK-REG-FERIAS.           00004970
               PERFORM 2100-LER-PERIODO.                                00004980
                                                                        00004990
      *----------------------------------------------------------------*00005000
       2000-99-FIM.                    EXIT.                            00005010
      *----------------------------------------------------------------*00005020
                                                                        00005030
      *----------------------------------------------------------------*00005040
       2100-LER-PERIODO                SECTION.                         00005050
      *----------------------------------------------------------------*00005060
                                                                        00005070
           READ FERENT INTO WRK-REG-FERIAS.                             00005080
           IF WRK-FS-FERENT            NOT EQUAL ZEROS                  00005090
               MOVE 10                 TO WRK-FS-FERENT                 00005100
               GO TO 2100-99-FIM                                        00005110
           END-IF.                                                      00005120
                                                                        00005130
           ADD 1                       TO WRK-ACUM-PERIODOS.            00005140
                                                                        00005150
      *----------------------------------------------------------------*00005160
       2100-99-FIM.                    EXIT.                            00005170
      *----------------------------------------------------------------*00005180
                                                                        00005190
      *----------------------------------------------------------------*00005200
       2200-TRATAR-GOZO                SECTION.                         00005210
      *----------------------------------------------------------------*00005220
                                                                        00005230
           IF WRK-FER-GOZO-PAGO(WRK-IDX-GOZO) EQUAL 'S'                 00005240
               GO TO 2200-99-FIM                                        00005250
           END-IF.                                                      00005260
                                                                        00005270
           ADD 1                       TO WRK-ACUM-PENDENTES.           00005280
           PERFORM 2300-CALCULAR-DATA-PAGTO.                            00005290
                                                                        00005300
           IF WRK-DATA-INVALIDA        EQUAL 'S'                        00005310
               ADD 1                   TO WRK-ACUM-RECUSADOS            00005320
               DISPLAY 'GOZO COM DATA INVALIDA - ID ' WRK-FER-ID        00005330
                       ' INICIO ' WRK-FER-GOZO-INI(WRK-IDX-GOZO)        00005340
               GO TO 2200-99-FIM                                        00005350
           END-IF.                                                      00005360
                                                                        00005370
           IF WRK-DATA-PAGTO           GREATER WRK-FIM-JANELA           00005380
               ADD 1                   TO WRK-ACUM-FORA-JANELA          00005390
               GO TO 2200-99-FIM                                        00005400
           END-IF.                                                      00005410
                                                                        00005420
           MOVE WRK-FER-ID             TO DB2-ID.                       00005430
           PERFORM 2400-LER-FUNCIONARIO.                                00005440
           IF SQLCODE                  EQUAL 100                        00005450
               ADD 1                   TO WRK-ACUM-RECUSADOS            00005460
               DISPLAY 'FUNCIONARIO FORA DA FOUR001.FUNC - ID '         00005470
                       WRK-FER-ID ' GOZO PENDENTE'                      00005480
               GO TO 2200-99-FIM                                        00005490
           END-IF.                                                      00005500
                                                                        00005510
           IF WRK-DATA-PAGTO           LESS WRK-DATA-CORTE              00005520
               DISPLAY 'PAGAMENTO EM ATRASO - ID ' WRK-FER-ID           00005530
                       ' DATA DEVIDA ' WRK-DATA-PAGTO                   00005540
           END-IF.                                                      00005550
                                                                        00005560
           PERFORM 2500-CALCULAR-FERIAS.                                00005570
                                                                        00005580
           MOVE SPACES                 TO FD-REG-FOLHA.                 00005590
           MOVE DB2-ID                 TO FLH-ID.                       00005600
           MOVE DB2-NOME               TO FLH-NOME.                     00005610
           MOVE DB2-SETOR              TO FLH-SETOR.                    00005620
           MOVE WRK-BRUTO              TO FLH-BRUTO.                    00005630
           MOVE WRK-DESCONTO           TO FLH-DESCONTO.                 00005640
           MOVE WRK-LIQUIDO            TO FLH-LIQUIDO.                  00005650
           MOVE WRK-EVENTO-FERIAS      TO FLH-EVENTO.                   00005660
           WRITE FD-REG-FOLHA.                                          00005670
                                                                        00005680
           MOVE SPACES                 TO WRK-REG-ADIFER.               00005690
           MOVE WRK-FER-ID             TO WRK-ADI-ID.                   00005700
           MOVE WRK-DATA-PAGTO         TO WRK-ADI-DATA-PAGTO.           00005710
           MOVE WRK-FER-GOZO-INI(WRK-IDX-GOZO)                          00005720
                                       TO WRK-ADI-GOZO-INI.             00005730
           MOVE WRK-FER-GOZO-DIAS(WRK-IDX-GOZO)                         00005740
                                       TO WRK-ADI-GOZO-DIAS.            00005750
           MOVE WRK-VALOR-DIAS         TO WRK-ADI-VALOR-DIAS.           00005760
           MOVE WRK-TERCO              TO WRK-ADI-TERCO.                00005770
           WRITE FD-ADIFER             FROM WRK-REG-ADIFER.             00005780
                                                                        00005790
           MOVE 'S'                                                     00005800
                TO WRK-FER-GOZO-PAGO(WRK-IDX-GOZO).                     00005810
           ADD 1                       TO WRK-ACUM-GRAVADOS.            00005820
           ADD WRK-TERCO               TO WRK-TOT-TERCO.                00005830
           ADD WRK-BRUTO               TO WRK-TOT-BRUTO.                00005840
           ADD WRK-DESCONTO            TO WRK-TOT-DESC.                 00005850
           ADD WRK-LIQUIDO             TO WRK-TOT-LIQ.                  00005860
                                                                        00005870
      *----------------------------------------------------------------*00005880
       2200-99-FIM.                    EXIT.                            00005890
      *----------------------------------------------------------------*00005900
                                                                        00005910
      *----------------------------------------------------------------*00005920
       2300-CALCULAR-DATA-PAGTO        SECTION.                         00005930
      *----------------------------------------------------------------*00005940
      *    RECUA DO INICIO DO GOZO UM DIA UTIL POR VEZ ('A'), QUANTOS  *00005950
      *    FOREM OS DIAS DO PARAMETRO. RETORNO '1' = DATA INVALIDA.    *00005960
      *----------------------------------------------------------------*00005970
                                                                        00005980
           MOVE 'N'                    TO WRK-DATA-INVALIDA.            00005990
                                                                        00006000
           IF WRK-FER-GOZO-INI(WRK-IDX-GOZO) NOT NUMERIC                00006010
               MOVE 'S'                TO WRK-DATA-INVALIDA             00006020
               GO TO 2300-99-FIM                                        00006030
           END-IF.                                                      00006040
                                                                        00006050
           MOVE 'A'                    TO WRK-CAL-FUNCAO.               00006060
           MOVE WRK-FER-GOZO-INI(WRK-IDX-GOZO)(7:2) TO WRK-CAL-DIA.     00006070
           MOVE WRK-FER-GOZO-INI(WRK-IDX-GOZO)(5:2) TO WRK-CAL-MES.     00006080
           MOVE WRK-FER-GOZO-INI(WRK-IDX-GOZO)(1:4) TO WRK-CAL-ANO.     00006090
           PERFORM 2310-RECUAR-DIA-UTIL                                 00006100
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00006110
               UNTIL WRK-IDX-DIA GREATER WRK-DIAS-PAGTO                 00006120
                  OR WRK-DATA-INVALIDA EQUAL 'S'.                       00006130
           MOVE WRK-CAL-ANO            TO WRK-DATA-PAGTO(1:4).          00006140
           MOVE WRK-CAL-MES            TO WRK-DATA-PAGTO(5:2).          00006150
           MOVE WRK-CAL-DIA            TO WRK-DATA-PAGTO(7:2).          00006160
                                                                        00006170
      *----------------------------------------------------------------*00006180
       2300-99-FIM.                    EXIT.                            00006190
      *----------------------------------------------------------------*00006200
                                                                        00006210
      *----------------------------------------------------------------*00006220
       2310-RECUAR-DIA-UTIL            SECTION.                         00006230
      *----------------------------------------------------------------*00006240
                                                                        00006250
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00006260
           IF WRK-CAL-RETORNO          EQUAL '1'                        00006270
               MOVE 'S'                TO WRK-DATA-INVALIDA             00006280
           END-IF.                                                      00006290
                                                                        00006300
      *----------------------------------------------------------------*00006310
       2310-99-FIM.                    EXIT.                            00006320
      *----------------------------------------------------------------*00006330
                                                                        00006340
      *----------------------------------------------------------------*00006350
       2400-LER-FUNCIONARIO            SECTION.                         00006360
      *----------------------------------------------------------------*00006370
                                                                        00006380
           EXEC SQL                                                     00006390
             SELECT ID, NOME, SETOR, SALARIO                            00006400
              INTO :DB2-ID, :DB2-NOME, :DB2-SETOR, :DB2-SALARIO         00006410
              FROM FOUR001.FUNC                                         00006420
              WHERE ID = :DB2-ID                                        00006430
           END-EXEC.                                                    00006440
                                                                        00006450
           EVALUATE SQLCODE                                             00006460
            WHEN 0                                                      00006470
              CONTINUE                                                  00006480
            WHEN 100                                                    00006490
              CONTINUE                                                  00006500
            WHEN OTHER                                                  00006510
              MOVE SQLCODE             TO WRK-SQLCODE                   00006520
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00006530
              MOVE 'FR06DB28'          TO WRK-PROGRAMA                  00006540
              MOVE '2400'              TO WRK-SECTION                   00006550
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00006560
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00006570
              PERFORM 9000-GRAVAR-ERROS                                 00006580
              GOBACK                                                    00006590
           END-EVALUATE.                                                00006600
                                                                        00006610
      *----------------------------------------------------------------*00006620
       2400-99-FIM.                    EXIT.                            00006630
      *----------------------------------------------------------------*00006640
                                                                        00006650
      *----------------------------------------------------------------*00006660
       2500-CALCULAR-FERIAS            SECTION.                         00006670
      *----------------------------------------------------------------*00006680
      *    DIAS DO GOZO PELO SALARIO DE 30 DIAS, MAIS O TERCO SOBRE    *00006690
      *    ELES; DESCONTO PELA FAIXA DO TABDESC EM QUE O BRUTO SE      *00006700
      *    ENCAIXA (LIMITADO AO BRUTO).                                *00006710
      *----------------------------------------------------------------*00006720
                                                                        00006730
           COMPUTE WRK-VALOR-DIAS ROUNDED =                             00006740
               DB2-SALARIO * WRK-FER-GOZO-DIAS(WRK-IDX-GOZO) / 30.      00006750
           COMPUTE WRK-TERCO ROUNDED = WRK-VALOR-DIAS / 3.              00006760
           COMPUTE WRK-BRUTO = WRK-VALOR-DIAS + WRK-TERCO.              00006770
           MOVE ZEROS                  TO WRK-FXA-ACHADA.               00006780
           PERFORM 2510-PROCURAR-FAIXA                                  00006790
               VARYING WRK-IDX-FXA FROM 1 BY 1                          00006800
               UNTIL WRK-IDX-FXA GREATER WRK-QT-FAIXAS                  00006810
                  OR WRK-FXA-ACHADA GREATER ZEROS.                      00006820
                                                                        00006830
           IF WRK-FXA-ACHADA           EQUAL ZEROS                      00006840
               MOVE WRK-QT-FAIXAS      TO WRK-FXA-ACHADA                00006850
           END-IF.                                                      00006860
                                                                        00006870
           COMPUTE WRK-IMPOSTO ROUNDED =                                00006880
               (WRK-BRUTO * WRK-FXA-ALIQUOTA(WRK-FXA-ACHADA) / 100)     00006890
               - WRK-FXA-PARCELA(WRK-FXA-ACHADA).                       00006900
                                                                        00006910
           IF WRK-IMPOSTO              LESS ZEROS                       00006920
               MOVE ZEROS              TO WRK-IMPOSTO                   00006930
           END-IF.                                                      00006940
                                                                        00006950
           MOVE WRK-IMPOSTO            TO WRK-DESCONTO.                 00006960
                                                                        00006970
           IF WRK-DESCONTO             GREATER WRK-BRUTO                00006980
               MOVE WRK-BRUTO          TO WRK-DESCONTO                  00006990
           END-IF.                                                      00007000
                                                                        00007010
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-DESCONTO.              00007020
                                                                        00007030
      *----------------------------------------------------------------*00007040
       2500-99-FIM.                    EXIT.                            00007050
      *----------------------------------------------------------------*00007060
                                                                        00007070
      *----------------------------------------------------------------*00007080
       2510-PROCURAR-FAIXA             SECTION.                         00007090
      *----------------------------------------------------------------*00007100
                                                                        00007110
           IF WRK-BRUTO NOT GREATER WRK-FXA-LIMITE(WRK-IDX-FXA)         00007120
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00007130
           END-IF.                                                      00007140
                                                                        00007150
      *----------------------------------------------------------------*00007160
       2510-99-FIM.                    EXIT.                            00007170
      *----------------------------------------------------------------*00007180
                                                                        00007190
      *----------------------------------------------------------------*00007200
       3000-FINALIZAR                  SECTION.                         00007210
      *----------------------------------------------------------------*00007220
                                                                        00007230
           CLOSE FERENT                                                 00007240
                 FERSAI                                                 00007250
                 FOLHA                                                  00007260
                 ADIFER.                                                00007270
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-'00007280
            DISPLAY ' *               FIM DE PROCESSAMENTO            *'00007290
            DISPLAY ' * PERIODOS LIDOS............:' WRK-ACUM-PERIODOS  00007300
            DISPLAY ' * GOZOS PENDENTES...........:' WRK-ACUM-PENDENTES 00007310
            DISPLAY ' * FORA DA JANELA............:'                    00007320
                    WRK-ACUM-FORA-JANELA                                00007330
            DISPLAY ' * GOZOS RECUSADOS...........:' WRK-ACUM-RECUSADOS 00007340
            DISPLAY ' * CONTRACHEQUES GRAVADOS....:' WRK-ACUM-GRAVADOS  00007350
            DISPLAY ' * TOTAL DO TERCO............:' WRK-TOT-TERCO      00007360
            DISPLAY ' * TOTAL BRUTO...............:' WRK-TOT-BRUTO      00007370
            DISPLAY ' * TOTAL DESCONTOS...........:' WRK-TOT-DESC       00007380
            DISPLAY ' * TOTAL LIQUIDO.............:' WRK-TOT-LIQ        00007390
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'.00007400
                                                                        00007410
           IF WRK-ACUM-RECUSADOS       GREATER ZEROS                    00007420
               MOVE 4                  TO RETURN-CODE                   00007430
           END-IF.                                                      00007440
                                                                        00007450
      *----------------------------------------------------------------*00007460
       3000-99-FIM.                    EXIT.                            00007470
      *----------------------------------------------------------------*00007480
                                                                        00007490
      *----------------------------------------------------------------*00007500
       9000-GRAVAR-ERROS                         SECTION.               00007510
      *----------------------------------------------------------------*00007520
                                                                        00007530
            MOVE '4'                 TO WRK-LOG-TIPO                    00007540
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00007550
            MOVE SPACES              TO WRK-LOG-DATA                    00007560
            MOVE SPACES              TO WRK-LOG-HORA                    00007570
            CALL 'GRVLOG'             USING WRK-LOG                     00007580
            CONTINUE.                                                   00007590
                                                                        00007600
      *----------------------------------------------------------------*00007610
       9000-99-FIM.                    EXIT.                            00007620
      *----------------------------------------------------------------*00007630
