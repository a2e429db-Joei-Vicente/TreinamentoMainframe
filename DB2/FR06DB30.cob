      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB30.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: ENCARGOS PATRONAIS DA FOLHA E ARQUIVO DE   *00000100
      *                     DEPOSITO DO FGTS. O CARTAO DA SYSIN        *00000110
      *                     INFORMA A COMPETENCIA (COLUNAS 1-6,        *00000120
      *                     MMAAAA). SOMA POR FUNCIONARIO O BRUTO DOS  *00000130
      *                     CONTRACHEQUES (FOLHA DO FR06DB22, QUE PODE *00000140
      *                     VIR CONCATENADA COM AS DE DECIMO TERCEIRO  *00000150
      *                     E FERIAS; AS LINHAS 'BEN' SO DETALHAM      *00000160
      *                     DESCONTOS E FICAM DE FORA) E APLICA AS     *00000170
      *                     ALIQUOTAS PATRONAIS DO TABENC (INS = INSS  *00000180
      *                     PATRONAL, FGT = DEPOSITO DO FGTS, RAT =    *00000190
      *                     RISCO DE ACIDENTE DE TRABALHO), COM DATA   *00000200
      *                     DE VIGENCIA COMO NO TABDESC: VALE, PARA    *00000210
      *                     CADA CODIGO, A VIGENCIA MAIS RECENTE NAO   *00000220
      *                     POSTERIOR A DATA DO SISTEMA.               *00000230
      *                     ENCARGO = BRUTO * ALIQUOTA / 100.          *00000240
      *                     GRAVA O RELENC (CUSTO POR SETOR: BRUTO,    *00000250
      *                     ENCARGOS E CUSTO TOTAL) E O FGTSREM (UM    *00000260
      *                     DETALHE B#FGTS POR FUNCIONARIO ENTRE O     *00000270
      *                     CABECALHO E O TRAILER DO B#HDRTRL), COM A  *00000280
      *                     DATA DE ADMISSAO DA FOUR001.FUNC.          *00000290
      *                     O TOTAL BRUTO DA FOLHA E CONFERIDO COM AS  *00000300
      *                     BASES DO FGTSREM E COM O TOTAL DO RELENC;  *00000310
      *                     DIFERENCA CANCELA O JOB (RC 12) SEM GRAVAR *00000320
      *                     O TRAILER. CONTRACHEQUE DE ID FORA DA      *00000330
      *                     FOUR001.FUNC SAI SEM DATA DE ADMISSAO, COM *00000340
      *                     RC 4.                                      *00000350
      *----------------------------------------------------------------*00000360
      *  BASE DE DADOS:                                                *00000370
      *      TABELAS DB2                             INCLUDE/BOOK      *00000380
      *      FOUR001.FUNC                              BOOKFUNC        *00000390
      *----------------------------------------------------------------*00000400
      *   ARQUIVOS........:                                            *00000410
      *   TABENC   I  (ALIQUOTAS PATRONAIS - LRECL 50:                 *00000420
      *                CODIGO X(03) + ALIQUOTA 9(02)V99 +              *00000430
      *                VIGENCIA AAAAMMDD)                              *00000440
      *   FOLHA    I  (CONTRACHEQUES DO MES - LRECL 80)                *00000450
      *   RELENC   O  (CUSTO DA FOLHA POR SETOR - LRECL 80)            *00000460
      *   FGTSREM  O  (DEPOSITO DO FGTS - LRECL 80)                    *00000470
      *----------------------------------------------------------------*00000480
      *   MODULOS.........:                                             00000490
      *   CALNDIA  - VALIDACAO DA COMPETENCIA                           00000500
      *   #GRVLOG4 - LOG DE ERROS                                       00000510
      *----------------------------------------------------------------*00000520
      *   MANUTENCAO:                                                  *00000530
      *   15/10/2026 JL...: CONTRACHEQUES DO ADIANTAMENTO QUINZENAL    *00000532
      *                     (EVENTO 150 DO FR06DB31) FICAM FORA DA     *00000534
      *                     BASE: O ADIANTAMENTO JA ESTA NO SALARIO    *00000536
      *                     DA FOLHA MENSAL.                           *00000538
      *================================================================*00000540
                                                                        00000550
      *================================================================*00000560
       ENVIRONMENT                               DIVISION.              00000570
      *================================================================*00000580
                                                                        00000590
      *----------------------------------------------------------------*00000600
       CONFIGURATION                             SECTION.               00000610
      *----------------------------------------------------------------*00000620
                                                                        00000630
       SPECIAL-NAMES.                                                   00000640
           DECIMAL-POINT IS COMMA.                                      00000650
                                                                        00000660
      *----------------------------------------------------------------*00000670
       INPUT-OUTPUT                              SECTION.               00000680
      *----------------------------------------------------------------*00000690
                                                                        00000700
       FILE-CONTROL.                                                    00000710
           SELECT TABENC ASSIGN            TO TABENC                    00000720
           FILE STATUS                     IS WRK-FS-TABENC.            00000730
           SELECT FOLHA ASSIGN             TO FOLHA                     00000740
           FILE STATUS                     IS WRK-FS-FOLHA.             00000750
           SELECT RELENC ASSIGN            TO RELENC                    00000760
           FILE STATUS                     IS WRK-FS-RELENC.            00000770
           SELECT FGTSREM ASSIGN           TO FGTSREM                   00000780
           FILE STATUS                     IS WRK-FS-FGTSREM.           00000790
                                                                        00000800
      *================================================================*00000810
       DATA                                      DIVISION.              00000820
      *================================================================*00000830
                                                                        00000840
      *----------------------------------------------------------------*00000850
       FILE                                      SECTION.               00000860
      *----------------------------------------------------------------*00000870
                                                                        00000880
       FD  TABENC                                                       00000890
           RECORDING MODE IS F                                          00000900
           LABEL RECORD IS STANDARD                                     00000910
           BLOCK CONTAINS 0 RECORDS.                                    00000920
                                                                        00000930
       01 FD-TABENC.                                                    00000940
           05 FD-TEN-CODIGO               PIC X(03).                    00000950
           05 FD-TEN-ALIQUOTA             PIC 9(02)V99.                 00000960
           05 FD-TEN-DATA-EFET            PIC 9(08).                    00000970
           05 FILLER                      PIC X(35).                    00000980
                                                                        00000990
       FD  FOLHA                                                        00001000
           RECORDING MODE IS F                                          00001010
           LABEL RECORD IS STANDARD                                     00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
                                                                        00001040
       01 FD-REG-FOLHA.                                                 00001050
           05 FLH-ID                      PIC 9(04).                    00001060
           05 FLH-NOME                    PIC X(30).                    00001070
           05 FLH-SETOR                   PIC 9(04).                    00001080
           05 FLH-BRUTO                   PIC 9(08)V99.                 00001090
           05 FLH-DESCONTO                PIC 9(08)V99.                 00001100
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00001110
           05 FLH-EVENTO                  PIC X(03).                    00001120
           05 FLH-BENEFICIO               PIC X(03).                    00001140
           05 FILLER                      PIC X(06).                    00001150
                                                                        00001160
       FD  RELENC                                                       00001170
           RECORDING MODE IS F                                          00001180
           LABEL RECORD IS STANDARD                                     00001190
           BLOCK CONTAINS 0 RECORDS.                                    00001200
                                                                        00001210
       01 FD-RELENC                     PIC X(80).                      00001220
                                                                        00001230
       FD  FGTSREM                                                      00001240
           RECORDING MODE IS F                                          00001250
           LABEL RECORD IS STANDARD                                     00001260
           BLOCK CONTAINS 0 RECORDS.                                    00001270
                                                                        00001280
       01 FD-FGTSREM                    PIC X(80).                      00001290
                                                                        00001300
      *----------------------------------------------------------------*00001310
       WORKING-STORAGE                           SECTION.               00001320
      *----------------------------------------------------------------*00001330
                                                                        00001340
      *----------------------------------------------------------------*00001350
       01 FILLER                       PIC  X(050)         VALUE        00001360
           '***  FR06DB30 - INICIO DA AREA DE WORKING   ***'.           00001370
      *----------------------------------------------------------------*00001380
                                                                        00001390
       01 WRK-CARTAO.                                                   00001400
          05 WRK-CRT-COMPETENCIA       PIC X(06).                       00001410
          05 FILLER                    PIC X(74).                       00001420
                                                                        00001430
       77 WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.           00001440
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001450
                                                                        00001460
           COPY '#CALNDIA'.                                             00001470
                                                                        00001480
      *----------------------------------------------------------------*00001490
       01 FILLER                       PIC  X(050)         VALUE        00001500
           '***  ALIQUOTAS PATRONAIS VIGENTES  ***'.                    00001510
      *----------------------------------------------------------------*00001520
                                                                        00001530
       77 WRK-ALIQ-INSS                PIC 9(02)V99 VALUE ZEROS.        00001540
       77 WRK-VIG-INSS                 PIC 9(08) VALUE ZEROS.           00001550
       77 WRK-ALIQ-FGTS                PIC 9(02)V99 VALUE ZEROS.        00001560
       77 WRK-VIG-FGTS                 PIC 9(08) VALUE ZEROS.           00001570
       77 WRK-ALIQ-RAT                 PIC 9(02)V99 VALUE ZEROS.        00001580
       77 WRK-VIG-RAT                  PIC 9(08) VALUE ZEROS.           00001590
                                                                        00001600
      *----------------------------------------------------------------*00001610
       01 FILLER                       PIC  X(050)         VALUE        00001620
           '***  BRUTO POR FUNCIONARIO E POR SETOR  ***'.               00001630
      *----------------------------------------------------------------*00001640
                                                                        00001650
       01 WRK-TAB-FUNC.                                                 00001660
          05 WRK-TFU-ITEM              OCCURS 9999 TIMES.               00001670
             10 WRK-TFU-BRUTO          PIC 9(09)V99.                    00001680
             10 WRK-TFU-SETOR          PIC 9(04).                       00001690
             10 WRK-TFU-NOME           PIC X(30).                       00001700
             10 WRK-TFU-DATAADM        PIC X(10).                       00001710
             10 WRK-TFU-LINHAS         PIC 9(03).                       00001720
             10 WRK-TFU-ACHADO         PIC X(01).                       00001730
                                                                        00001740
       01 WRK-TAB-SETOR.                                                00001750
          05 WRK-TST-ITEM              OCCURS 10000 TIMES.              00001760
             10 WRK-TST-FUNCIONARIOS   PIC 9(05).                       00001770
             10 WRK-TST-BRUTO          PIC 9(11)V99.                    00001780
             10 WRK-TST-INSS           PIC 9(11)V99.                    00001790
             10 WRK-TST-FGTS           PIC 9(11)V99.                    00001800
             10 WRK-TST-RAT            PIC 9(11)V99.                    00001810
                                                                        00001820
       77 WRK-IDX-FUNC                 PIC 9(05) VALUE ZEROS.           00001830
       77 WRK-IDX-SETOR                PIC 9(05) VALUE ZEROS.           00001840
       77 WRK-INSS                     PIC 9(09)V99 VALUE ZEROS.        00001850
       77 WRK-FGTS                     PIC 9(09)V99 VALUE ZEROS.        00001860
       77 WRK-RAT                      PIC 9(09)V99 VALUE ZEROS.        00001870
       77 WRK-CUSTO                    PIC 9(13)V99 VALUE ZEROS.        00001880
                                                                        00001890
      *----------------------------------------------------------------*00001900
       01 FILLER                       PIC  X(050)         VALUE        00001910
           '***  ARQUIVO DO FGTS (B#FGTS / B#HDRTRL)  ***'.             00001920
      *----------------------------------------------------------------*00001930
                                                                        00001940
           COPY 'B#FGTS'.                                               00001950
                                                                        00001960
           COPY 'B#HDRTRL'.                                             00001970
                                                                        00001980
       01 WRK-DATA-SISTEMA.                                             00001990
          05 WRK-DSI-ANO               PIC 9(04).                       00002000
          05 WRK-DSI-MES               PIC 9(02).                       00002010
          05 WRK-DSI-DIA               PIC 9(02).                       00002020
                                                                        00002030
      *----------------------------------------------------------------*00002040
       01 FILLER                       PIC  X(050)         VALUE        00002050
           '***  LINHAS DO RELATORIO RELENC  ***'.                      00002060
      *----------------------------------------------------------------*00002070
                                                                        00002080
       01 WRK-CABEC1.                                                   00002090
          05 FILLER                    PIC X(40) VALUE                  00002100
             '------ CUSTO DA FOLHA POR SETOR - COMPET'.                00002110
          05 FILLER                    PIC X(06) VALUE 'ENCIA '.        00002120
          05 WRK-CB1-COMPETENCIA       PIC 99.9999.                     00002130
          05 FILLER                    PIC X(08) VALUE ' - DATA '.      00002140
          05 WRK-CB1-DATA              PIC X(10).                       00002150
          05 FILLER                    PIC X(09) VALUE ' ------'.       00002160
                                                                        00002170
       01 WRK-CABEC2.                                                   00002180
          05 FILLER                    PIC X(40) VALUE                  00002190
             'SETOR FUNC         BRUTO  INSS PATRONAL'.                 00002200
          05 FILLER                    PIC X(40) VALUE                  00002210
             '         FGTS          RAT   CUSTO TOTAL'.                00002220
                                                                        00002230
       01 WRK-LINHA-SETOR.                                              00002240
          05 WRK-LST-SETOR             PIC 9(04).                       00002250
          05 FILLER                    PIC X(01) VALUE SPACES.          00002260
          05 WRK-LST-FUNCIONARIOS      PIC ZZZ9.                        00002270
          05 FILLER                    PIC X(01) VALUE SPACES.          00002280
          05 WRK-LST-BRUTO             PIC ZZ.ZZZ.ZZ9,99.               00002290
          05 FILLER                    PIC X(01) VALUE SPACES.          00002300
          05 WRK-LST-INSS              PIC Z.ZZZ.ZZ9,99.                00002310
          05 FILLER                    PIC X(01) VALUE SPACES.          00002320
          05 WRK-LST-FGTS              PIC Z.ZZZ.ZZ9,99.                00002330
          05 FILLER                    PIC X(01) VALUE SPACES.          00002340
          05 WRK-LST-RAT               PIC Z.ZZZ.ZZ9,99.                00002350
          05 FILLER                    PIC X(01) VALUE SPACES.          00002360
          05 WRK-LST-CUSTO             PIC ZZ.ZZZ.ZZ9,99.               00002370
          05 FILLER                    PIC X(04) VALUE SPACES.          00002380
                                                                        00002390
       01 WRK-LINHA-TOTAL.                                              00002400
          05 WRK-LTT-ROTULO            PIC X(30).                       00002410
          05 FILLER                    PIC X(02) VALUE ': '.            00002420
          05 WRK-LTT-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.          00002430
          05 FILLER                    PIC X(30) VALUE SPACES.          00002440
                                                                        00002450
       01 WRK-LINHA-QTDE.                                               00002460
          05 WRK-LQT-ROTULO            PIC X(30).                       00002470
          05 FILLER                    PIC X(02) VALUE ': '.            00002480
          05 WRK-LQT-QTDE              PIC ZZZZZZ9.                     00002490
          05 FILLER                    PIC X(41) VALUE SPACES.          00002500
                                                                        00002510
       01 WRK-LINHA-ALIQUOTA.                                           00002520
          05 WRK-LAL-ROTULO            PIC X(30).                       00002530
          05 FILLER                    PIC X(02) VALUE ': '.            00002540
          05 WRK-LAL-ALIQUOTA          PIC Z9,99.                       00002550
          05 FILLER                    PIC X(15) VALUE                  00002560
             '%  VIGENCIA DE '.                                         00002570
          05 WRK-LAL-VIGENCIA          PIC 9999/99/99.                  00002580
          05 FILLER                    PIC X(18) VALUE SPACES.          00002590
                                                                        00002600
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00002610
                                                                        00002620
      *----------------------------------------------------------------*00002630
       01 FILLER                       PIC  X(050)         VALUE        00002640
           '***  ACUMULADORES E CONFERENCIA  ***'.                      00002650
      *----------------------------------------------------------------*00002660
                                                                        00002670
       77 WRK-ACUM-LINHAS              PIC 9(09) VALUE ZEROS.           00002680
       77 WRK-ACUM-BENEFICIOS          PIC 9(09) VALUE ZEROS.           00002690
       77 WRK-ACUM-ADIANTAMENTOS       PIC 9(09) VALUE ZEROS.           00002695
       77 WRK-ACUM-INVALIDAS           PIC 9(09) VALUE ZEROS.           00002700
       77 WRK-ACUM-FUNCIONARIOS        PIC 9(09) VALUE ZEROS.           00002710
       77 WRK-ACUM-SEM-CADASTRO        PIC 9(09) VALUE ZEROS.           00002720
       77 WRK-ACUM-SETORES             PIC 9(09) VALUE ZEROS.           00002730
       77 WRK-TOT-BRUTO-FOLHA          PIC 9(13)V99 VALUE ZEROS.        00002740
       77 WRK-TOT-BASE-FGTS            PIC 9(13)V99 VALUE ZEROS.        00002750
       77 WRK-TOT-BRUTO-SETOR          PIC 9(13)V99 VALUE ZEROS.        00002760
       77 WRK-TOT-INSS                 PIC 9(13)V99 VALUE ZEROS.        00002770
       77 WRK-TOT-FGTS                 PIC 9(13)V99 VALUE ZEROS.        00002780
       77 WRK-TOT-RAT                  PIC 9(13)V99 VALUE ZEROS.        00002790
       77 WRK-TOT-ENCARGOS             PIC 9(13)V99 VALUE ZEROS.        00002800
       77 WRK-TOT-CUSTO                PIC 9(13)V99 VALUE ZEROS.        00002810
       77 WRK-HASH-DEPOSITOS           PIC 9(15) VALUE ZEROS.           00002820
                                                                        00002830
      *----------------------------------------------------------------*00002840
       01 FILLER                       PIC  X(050)         VALUE        00002850
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00002860
      *----------------------------------------------------------------*00002870
                                                                        00002880
           COPY '#GRVLOG4'.                                             00002890
                                                                        00002900
       77 WRK-SQLCODE                  PIC -999.                        00002910
       77 WRK-FS-TABENC                PIC 9(02).                       00002920
       77 WRK-FS-FOLHA                 PIC 9(02).                       00002930
       77 WRK-FS-RELENC                PIC 9(02).                       00002940
       77 WRK-FS-FGTSREM               PIC 9(02).                       00002950
                                                                        00002960
      *----------------------------------------------------------------*00002970
       01 FILLER                       PIC  X(050)         VALUE        00002980
           '*** AREA DB2 ***'.                                          00002990
      *----------------------------------------------------------------*00003000
                                                                        00003010
           EXEC SQL                                                     00003020
              INCLUDE BOOKFUNC                                          00003030
           END-EXEC.                                                    00003040
                                                                        00003050
           EXEC SQL                                                     00003060
              INCLUDE SQLCA                                             00003070
           END-EXEC.                                                    00003080
                                                                        00003090
      *----------------------------------------------------------------*00003100
       01 FILLER                      PIC  X(050)         VALUE         00003110
           '*** AREA CURSOR ***'.                                       00003120
      *----------------------------------------------------------------*00003130
                                                                        00003140
           EXEC SQL                                                     00003150
            DECLARE CFUNC CURSOR FOR                                    00003160
             SELECT ID,NOME,DATAADM                                     00003170
                    FROM FOUR001.FUNC                                   00003180
                    ORDER BY ID                                         00003190
           END-EXEC.                                                    00003200
                                                                        00003210
      *================================================================*00003220
       PROCEDURE                                 DIVISION.              00003230
      *================================================================*00003240
                                                                        00003250
      *----------------------------------------------------------------*00003260
       0000-PRINCIPAL                  SECTION.                         00003270
      *----------------------------------------------------------------*00003280
                                                                        00003290
                PERFORM 1000-INICIAR.                                   00003300
                                                                        00003310
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100          00003320
                                                                        00003330
                PERFORM 3000-FINALIZAR.                                 00003340
                                                                        00003350
                STOP RUN.                                               00003360
                                                                        00003370
      *----------------------------------------------------------------*00003380
       0000-99-FIM.                    EXIT.                            00003390
      *----------------------------------------------------------------*00003400
                                                                        00003410
      *----------------------------------------------------------------*00003420
       1000-INICIAR                              SECTION.               00003430
      *----------------------------------------------------------------*00003440
                                                                        00003450
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00003460
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00003470
           MOVE WRK-DATA-CORTE         TO WRK-DATA-SISTEMA.             00003480
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00003490
           MOVE '01'                   TO WRK-CAL-DATA(1:2).            00003500
           MOVE WRK-CRT-COMPETENCIA    TO WRK-CAL-DATA(3:6).            00003510
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00003520
           IF WRK-CAL-RETORNO          EQUAL '1'                        00003530
               DISPLAY 'CARTAO INVALIDO (MMAAAA): ' WRK-CARTAO(1:6)     00003540
               MOVE 12                 TO RETURN-CODE                   00003550
               GOBACK                                                   00003560
           END-IF.                                                      00003570
           MOVE WRK-CRT-COMPETENCIA    TO WRK-COMPETENCIA.              00003580
                                                                        00003590
           PERFORM 1100-CARREGAR-ALIQUOTAS.                             00003600
                                                                        00003610
           IF WRK-VIG-INSS             EQUAL ZEROS                      00003620
              OR WRK-VIG-FGTS          EQUAL ZEROS                      00003630
              OR WRK-VIG-RAT           EQUAL ZEROS                      00003640
               DISPLAY 'TABENC SEM ALIQUOTA VIGENTE DE INS, FGT OU RAT' 00003650
                       ' - JOB CANCELADO'                               00003660
               MOVE 12                 TO RETURN-CODE                   00003670
               GOBACK                                                   00003680
           END-IF.                                                      00003690
                                                                        00003700
           INITIALIZE WRK-TAB-FUNC                                      00003710
                      WRK-TAB-SETOR.                                    00003720
           PERFORM 1200-CARREGAR-FOLHA.                                 00003730
                                                                        00003740
           OPEN OUTPUT RELENC.                                          00003750
           IF WRK-FS-RELENC            NOT EQUAL ZEROS                  00003760
               MOVE 'FR06DB30'         TO WRK-PROGRAMA                  00003770
               MOVE 'ERRO NO OPEN RELENC '                              00003780
                                       TO WRK-MSG-ERRO                  00003790
               MOVE '1000'             TO WRK-SECTION                   00003800
               MOVE WRK-FS-RELENC      TO WRK-STATUS                    00003810
               PERFORM 9000-GRAVAR-ERROS                                00003820
               GOBACK                                                   00003830
           END-IF.                                                      00003840
                                                                        00003850
           OPEN OUTPUT FGTSREM.                                         00003860
           IF WRK-FS-FGTSREM           NOT EQUAL ZEROS                  00003870
               MOVE 'FR06DB30'         TO WRK-PROGRAMA                  00003880
               MOVE 'ERRO NO OPEN FGTSREM '                             00003890
                                       TO WRK-MSG-ERRO                  00003900
               MOVE '1000'             TO WRK-SECTION                   00003910
               MOVE WRK-FS-FGTSREM     TO WRK-STATUS                    00003920
               PERFORM 9000-GRAVAR-ERROS                                00003930
               GOBACK                                                   00003940
           END-IF.                                                      00003950
                                                                        00003960
           MOVE SPACES                 TO FD-FGTSREM.                   00003970
           MOVE 'HDR'                  TO WRK-HDR-ID.                   00003980
           MOVE 'FGTSREM '             TO WRK-HDR-ARQUIVO.              00003990
           MOVE WRK-DSI-DIA            TO WRK-HDR-DATA-GERACAO(1:2).    00004000
           MOVE WRK-DSI-MES            TO WRK-HDR-DATA-GERACAO(3:2).    00004010
           MOVE WRK-DSI-ANO            TO WRK-HDR-DATA-GERACAO(5:4).    00004020
           MOVE '02'                   TO WRK-HDR-VERSAO.               00004030
           MOVE WRK-REG-CABECALHO      TO FD-FGTSREM(1:21).             00004040
           WRITE FD-FGTSREM.                                            00004050
                                                                        00004060
            EXEC SQL                                                    00004070
                OPEN CFUNC                                              00004080
            END-EXEC.                                                   00004090
                                                                        00004100
           IF (SQLCODE                 NOT EQUAL ZEROS AND +100) OR     00004110
              (SQLWARN0                EQUAL 'W')                       00004120
               MOVE SQLCODE            TO WRK-SQLCODE                   00004130
               DISPLAY 'ERRO ... '     WRK-SQLCODE                      00004140
               GOBACK                                                   00004150
           END-IF.                                                      00004160
                                                                        00004170
           PERFORM 2100-LER-FUNCIONARIO.                                00004180
                                                                        00004190
      *----------------------------------------------------------------*00004200
       1000-99-FIM.                    EXIT.                            00004210
      *----------------------------------------------------------------*00004220
                                                                        00004230
      *----------------------------------------------------------------*00004240
       1100-CARREGAR-ALIQUOTAS                   SECTION.               00004250
      *----------------------------------------------------------------*00004260
      *    PARA CADA CODIGO VALE O REGISTRO DE VIGENCIA MAIS RECENTE    00004270
      *    NAO POSTERIOR A DATA DO SISTEMA, COMO NAS FAIXAS DO TABDESC. 00004280
      *----------------------------------------------------------------*00004290
                                                                        00004300
           OPEN INPUT TABENC.                                           00004310
           IF WRK-FS-TABENC            NOT EQUAL ZEROS                  00004320
               DISPLAY 'ERRO NO OPEN TABENC FS=' WRK-FS-TABENC          00004330
               MOVE 12                 TO RETURN-CODE                   00004340
               GOBACK                                                   00004350
           END-IF.                                                      00004360
                                                                        00004370
           PERFORM 1110-LER-ALIQUOTA                                    00004380
               UNTIL WRK-FS-TABENC EQUAL 10.                            00004390
           CLOSE TABENC.                                                00004400
                                                                        00004410
      *----------------------------------------------------------------*00004420
       1100-99-FIM.                    EXIT.                            00004430
      *----------------------------------------------------------------*00004440
                                                                        00004450
      *----------------------------------------------------------------*00004460
       1110-LER-ALIQUOTA                         SECTION.               00004470
      *----------------------------------------------------------------*00004480
                                                                        00004490
           READ TABENC.                                                 00004500
           IF WRK-FS-TABENC            NOT EQUAL ZEROS                  00004510
               MOVE 10                 TO WRK-FS-TABENC                 00004520
               GO TO 1110-99-FIM                                        00004530
           END-IF.                                                      00004540
                                                                        00004550
           IF FD-TEN-ALIQUOTA          NOT NUMERIC                      00004560
              OR FD-TEN-DATA-EFET      NOT NUMERIC                      00004570
               DISPLAY 'ALIQUOTA INVALIDA - JOB CANCELADO: ' FD-TABENC  00004580
               MOVE 12                 TO RETURN-CODE                   00004590
               GOBACK                                                   00004600
           END-IF.                                                      00004610
                                                                        00004620
           IF FD-TEN-DATA-EFET         GREATER WRK-DATA-CORTE           00004630
               GO TO 1110-99-FIM                                        00004640
           END-IF.                                                      00004650
                                                                        00004660
           EVALUATE FD-TEN-CODIGO                                       00004670
            WHEN 'INS'                                                  00004680
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-INSS            00004690
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-INSS              00004700
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-INSS               00004710
              END-IF                                                    00004720
            WHEN 'FGT'                                                  00004730
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-FGTS            00004740
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-FGTS              00004750
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-FGTS               00004760
              END-IF                                                    00004770
            WHEN 'RAT'                                                  00004780
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-RAT             00004790
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-RAT               00004800
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-RAT                00004810
              END-IF                                                    00004820
            WHEN OTHER                                                  00004830
              DISPLAY 'CODIGO DE ENCARGO DESCONHECIDO - IGNORADO: '     00004840
                      FD-TABENC                                         00004850
           END-EVALUATE.                                                00004860
                                                                        00004870
      *----------------------------------------------------------------*00004880
       1110-99-FIM.                    EXIT.                            00004890
      *----------------------------------------------------------------*00004900
                                                                        00004910
      *----------------------------------------------------------------*00004920
       1200-CARREGAR-FOLHA                       SECTION.               00004930
      *----------------------------------------------------------------*00004940
      *    BRUTO SOMADO POR ID; O SETOR E O NOME FICAM OS DO ULTIMO     00004950
      *    CONTRACHEQUE DO FUNCIONARIO. LINHA COM ID OU BRUTO INVALIDO  00004960
      *    SO ENTRA NO TOTAL DA FOLHA QUANDO O BRUTO E NUMERICO, E A    00004970
      *    CONFERENCIA FINAL ACUSA A DIFERENCA.                         00004980
      *----------------------------------------------------------------*00004990
                                                                        00005000
           OPEN INPUT FOLHA.                                            00005010
           IF WRK-FS-FOLHA             NOT EQUAL ZEROS                  00005020
               DISPLAY 'ERRO NO OPEN FOLHA FS=' WRK-FS-FOLHA            00005030
               MOVE 12                 TO RETURN-CODE                   00005040
               GOBACK                                                   00005050
           END-IF.                                                      00005060
                                                                        00005070
           PERFORM 1210-LER-CONTRACHEQUE                                00005080
               UNTIL WRK-FS-FOLHA EQUAL 10.                             00005090
           CLOSE FOLHA.                                                 00005100
                                                                        00005110
           DISPLAY 'CONTRACHEQUES LIDOS: ' WRK-ACUM-LINHAS.             00005120
                                                                        00005130
      *----------------------------------------------------------------*00005140
       1200-99-FIM.                    EXIT.                            00005150
      *----------------------------------------------------------------*00005160
                                                                        00005170
      *----------------------------------------------------------------*00005180
       1210-LER-CONTRACHEQUE                     SECTION.               00005190
      *----------------------------------------------------------------*00005200
                                                                        00005210
           READ FOLHA.                                                  00005220
           IF WRK-FS-FOLHA             NOT EQUAL ZEROS                  00005230
               MOVE 10                 TO WRK-FS-FOLHA                  00005240
               GO TO 1210-99-FIM                                        00005250
           END-IF.                                                      00005260
                                                                        00005270
           IF FLH-EVENTO EQUAL 'BEN'                                    00005280
               ADD 1                   TO WRK-ACUM-BENEFICIOS           00005290
               GO TO 1210-99-FIM                                        00005300
           END-IF.                                                      00005310
                                                                        00005320
           IF FLH-EVENTO EQUAL '150'                                    00005321
               ADD 1                   TO WRK-ACUM-ADIANTAMENTOS        00005322
               GO TO 1210-99-FIM                                        00005323
           END-IF.                                                      00005324
                                                                        00005325
           ADD 1                       TO WRK-ACUM-LINHAS.              00005330
                                                                        00005340
           IF FLH-BRUTO                NUMERIC                          00005350
               ADD FLH-BRUTO           TO WRK-TOT-BRUTO-FOLHA           00005360
           END-IF.                                                      00005370
                                                                        00005380
           IF FLH-ID                   NOT NUMERIC                      00005390
              OR FLH-ID                EQUAL ZEROS                      00005400
              OR FLH-SETOR             NOT NUMERIC                      00005410
              OR FLH-BRUTO             NOT NUMERIC                      00005420
               ADD 1                   TO WRK-ACUM-INVALIDAS            00005430
               DISPLAY 'CONTRACHEQUE INVALIDO: ' FD-REG-FOLHA           00005440
               GO TO 1210-99-FIM                                        00005450
           END-IF.                                                      00005460
                                                                        00005470
           ADD FLH-BRUTO               TO WRK-TFU-BRUTO(FLH-ID).        00005480
           ADD 1                       TO WRK-TFU-LINHAS(FLH-ID).       00005490
           MOVE FLH-SETOR              TO WRK-TFU-SETOR(FLH-ID).        00005500
           MOVE FLH-NOME               TO WRK-TFU-NOME(FLH-ID).         00005510
                                                                        00005520
      *----------------------------------------------------------------*00005530
       1210-99-FIM.                    EXIT.                            00005540
      *----------------------------------------------------------------*00005550
                                                                        00005560
      *----------------------------------------------------------------*00005570
       2000-PROCESSAR                  SECTION.                         00005580
      *----------------------------------------------------------------*00005590
                                                                        00005600
           IF DB2-ID                   GREATER ZEROS                    00005610
              AND WRK-TFU-LINHAS(DB2-ID) GREATER ZEROS                  00005620
               MOVE 'S'                TO WRK-TFU-ACHADO(DB2-ID)        00005630
               MOVE DB2-DATAADM        TO WRK-TFU-DATAADM(DB2-ID)       00005640
           END-IF.                                                      00005650
                                                                        00005660
           PERFORM 2100-LER-FUNCIONARIO.                                00005670
                                                                        00005680
      *----------------------------------------------------------------*00005690
       2000-99-FIM.                    EXIT.                            00005700
      *----------------------------------------------------------------*00005710
                                                                        00005720
      *----------------------------------------------------------------*00005730
       2100-LER-FUNCIONARIO            SECTION.                         00005740
      *----------------------------------------------------------------*00005750
                                                                        00005760
           EXEC SQL                                                     00005770
             FETCH CFUNC                                                00005780
              INTO :DB2-ID,                                             00005790
                   :DB2-NOME,                                           00005800
                   :DB2-DATAADM                                         00005810
           END-EXEC.                                                    00005820
                                                                        00005830
           EVALUATE SQLCODE                                             00005840
            WHEN 0                                                      00005850
              CONTINUE                                                  00005860
            WHEN 100                                                    00005870
              DISPLAY ' FINAL DA TABELA '                               00005880
            WHEN OTHER                                                  00005890
              MOVE SQLCODE             TO WRK-SQLCODE                   00005900
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00005910
              MOVE 'FR06DB30'          TO WRK-PROGRAMA                  00005920
              MOVE '2100'              TO WRK-SECTION                   00005930
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00005940
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00005950
              PERFORM 9000-GRAVAR-ERROS                                 00005960
              GOBACK                                                    00005970
           END-EVALUATE.                                                00005980
                                                                        00005990
      *----------------------------------------------------------------*00006000
       2100-99-FIM.                    EXIT.                            00006010
      *----------------------------------------------------------------*00006020
                                                                        00006030
      *----------------------------------------------------------------*00006040
       3000-FINALIZAR                  SECTION.                         00006050
      *----------------------------------------------------------------*00006060
                                                                        00006070
            EXEC SQL                                                    00006080
              CLOSE CFUNC                                               00006090
            END-EXEC.                                                   00006100
                                                                        00006110
           PERFORM 3100-CALCULAR-ENCARGOS                               00006120
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00006130
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00006140
                                                                        00006150
           PERFORM 3200-IMPRIMIR-SETORES.                               00006160
                                                                        00006170
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00006180
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00006190
           DISPLAY ' * CONTRACHEQUES LIDOS.......:' WRK-ACUM-LINHAS     00006200
           DISPLAY ' * LINHAS DE BENEFICIO.......:' WRK-ACUM-BENEFICIOS 00006210
           DISPLAY ' * ADIANTAMENTOS IGNORADOS...:'                     00006213
                   WRK-ACUM-ADIANTAMENTOS                               00006216
           DISPLAY ' * CONTRACHEQUES INVALIDOS...:' WRK-ACUM-INVALIDAS  00006220
           DISPLAY ' * FUNCIONARIOS NO FGTSREM...:'                     00006230
                   WRK-ACUM-FUNCIONARIOS                                00006240
           DISPLAY ' * IDS FORA DA FOUR001.FUNC..:'                     00006250
                   WRK-ACUM-SEM-CADASTRO                                00006260
           DISPLAY ' * SETORES...................:' WRK-ACUM-SETORES    00006270
           DISPLAY ' * BRUTO DA FOLHA............:' WRK-TOT-BRUTO-FOLHA 00006280
           DISPLAY ' * BASES DO FGTSREM..........:' WRK-TOT-BASE-FGTS   00006290
           DISPLAY ' * BRUTO DO RELENC...........:' WRK-TOT-BRUTO-SETOR 00006300
           DISPLAY ' * INSS PATRONAL.............:' WRK-TOT-INSS        00006310
           DISPLAY ' * FGTS......................:' WRK-TOT-FGTS        00006320
           DISPLAY ' * RAT.......................:' WRK-TOT-RAT         00006330
           DISPLAY ' * CUSTO TOTAL...............:' WRK-TOT-CUSTO       00006340
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00006350
                                                                        00006360
           PERFORM 3300-CONFERIR-TOTAIS.                                00006370
                                                                        00006380
           CLOSE RELENC.                                                00006390
           CLOSE FGTSREM.                                               00006400
                                                                        00006410
           IF WRK-ACUM-SEM-CADASTRO    GREATER ZEROS                    00006420
               MOVE 4                  TO RETURN-CODE                   00006430
           END-IF.                                                      00006440
                                                                        00006450
      *----------------------------------------------------------------*00006460
       3000-99-FIM.                    EXIT.                            00006470
      *----------------------------------------------------------------*00006480
                                                                        00006490
      *----------------------------------------------------------------*00006500
       3100-CALCULAR-ENCARGOS          SECTION.                         00006510
      *----------------------------------------------------------------*00006520
      *    UM DETALHE NO FGTSREM POR FUNCIONARIO COM CONTRACHEQUE, EM   00006530
      *    ORDEM DE ID; ENCARGOS SOMADOS NO SETOR DO FUNCIONARIO.       00006540
      *----------------------------------------------------------------*00006550
                                                                        00006560
           IF WRK-TFU-LINHAS(WRK-IDX-FUNC) EQUAL ZEROS                  00006570
               GO TO 3100-99-FIM                                        00006580
           END-IF.                                                      00006590
                                                                        00006600
           IF WRK-TFU-ACHADO(WRK-IDX-FUNC) NOT EQUAL 'S'                00006610
               ADD 1                   TO WRK-ACUM-SEM-CADASTRO         00006620
               MOVE SPACES             TO WRK-TFU-DATAADM(WRK-IDX-FUNC) 00006630
               DISPLAY 'CONTRACHEQUE DE ID FORA DA FOUR001.FUNC: '      00006640
                       WRK-IDX-FUNC                                     00006650
           END-IF.                                                      00006660
                                                                        00006670
           COMPUTE WRK-INSS ROUNDED =                                   00006680
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-INSS / 100.       00006690
           COMPUTE WRK-FGTS ROUNDED =                                   00006700
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-FGTS / 100.       00006710
           COMPUTE WRK-RAT ROUNDED =                                    00006720
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-RAT / 100.        00006730
                                                                        00006740
           MOVE SPACES                 TO WRK-REG-FGTS.                 00006750
           MOVE 'DET'                  TO WRK-FGT-ID-REG.               00006760
           MOVE WRK-COMPETENCIA        TO WRK-FGT-COMPETENCIA.          00006770
           MOVE WRK-IDX-FUNC           TO WRK-FGT-FUNCIONARIO.          00006780
           MOVE WRK-TFU-NOME(WRK-IDX-FUNC)    TO WRK-FGT-NOME.          00006790
           MOVE WRK-TFU-DATAADM(WRK-IDX-FUNC) TO WRK-FGT-DATA-ADMISSAO. 00006800
           MOVE WRK-TFU-BRUTO(WRK-IDX-FUNC)   TO WRK-FGT-BASE.          00006810
           MOVE WRK-ALIQ-FGTS          TO WRK-FGT-ALIQUOTA.             00006820
           MOVE WRK-FGTS               TO WRK-FGT-DEPOSITO.             00006830
           WRITE FD-FGTSREM            FROM WRK-REG-FGTS.               00006840
                                                                        00006850
           ADD 1                       TO WRK-ACUM-FUNCIONARIOS.        00006860
           ADD WRK-TFU-BRUTO(WRK-IDX-FUNC) TO WRK-TOT-BASE-FGTS.        00006870
           COMPUTE WRK-HASH-DEPOSITOS =                                 00006880
               WRK-HASH-DEPOSITOS + (WRK-FGTS * 100).                   00006890
                                                                        00006900
           COMPUTE WRK-IDX-SETOR = WRK-TFU-SETOR(WRK-IDX-FUNC) + 1.     00006910
           ADD 1                                                        00006920
                             TO WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR).    00006930
           ADD WRK-TFU-BRUTO(WRK-IDX-FUNC)                              00006940
                                  TO WRK-TST-BRUTO(WRK-IDX-SETOR).      00006950
           ADD WRK-INSS           TO WRK-TST-INSS(WRK-IDX-SETOR).       00006960
           ADD WRK-FGTS           TO WRK-TST-FGTS(WRK-IDX-SETOR).       00006970
           ADD WRK-RAT            TO WRK-TST-RAT(WRK-IDX-SETOR).        00006980
                                                                        00006990
      *----------------------------------------------------------------*00007000
       3100-99-FIM.                    EXIT.                            00007010
      *----------------------------------------------------------------*00007020
                                                                        00007030
      *----------------------------------------------------------------*00007040
       3200-IMPRIMIR-SETORES           SECTION.                         00007050
      *----------------------------------------------------------------*00007060
                                                                        00007070
           MOVE WRK-COMPETENCIA        TO WRK-CB1-COMPETENCIA.          00007080
           MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).            00007090
           MOVE '/'                    TO WRK-CB1-DATA(3:1).            00007100
           MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).            00007110
           MOVE '/'                    TO WRK-CB1-DATA(6:1).            00007120
           MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).            00007130
           WRITE FD-RELENC             FROM WRK-CABEC1.                 00007140
           WRITE FD-RELENC             FROM WRK-CABEC2.                 00007150
                                                                        00007160
           PERFORM 3210-IMPRIMIR-SETOR                                  00007170
               VARYING WRK-IDX-SETOR FROM 1 BY 1                        00007180
               UNTIL WRK-IDX-SETOR GREATER 10000.                       00007190
                                                                        00007200
           COMPUTE WRK-TOT-ENCARGOS =                                   00007210
               WRK-TOT-INSS + WRK-TOT-FGTS + WRK-TOT-RAT.               00007220
                                                                        00007230
           WRITE FD-RELENC             FROM WRK-LINHA-TRACO.            00007240
           MOVE 'SETORES'              TO WRK-LQT-ROTULO.               00007250
           MOVE WRK-ACUM-SETORES       TO WRK-LQT-QTDE.                 00007260
           WRITE FD-RELENC             FROM WRK-LINHA-QTDE.             00007270
           MOVE 'FUNCIONARIOS'         TO WRK-LQT-ROTULO.               00007280
           MOVE WRK-ACUM-FUNCIONARIOS  TO WRK-LQT-QTDE.                 00007290
           WRITE FD-RELENC             FROM WRK-LINHA-QTDE.             00007300
           MOVE 'TOTAL BRUTO'          TO WRK-LTT-ROTULO.               00007310
           MOVE WRK-TOT-BRUTO-SETOR    TO WRK-LTT-VALOR.                00007320
           WRITE FD-RELENC             FROM WRK-LINHA-TOTAL.            00007330
           MOVE 'TOTAL DE ENCARGOS PATRONAIS' TO WRK-LTT-ROTULO.        00007340
           MOVE WRK-TOT-ENCARGOS       TO WRK-LTT-VALOR.                00007350
           WRITE FD-RELENC             FROM WRK-LINHA-TOTAL.            00007360
           MOVE 'CUSTO TOTAL DA FOLHA' TO WRK-LTT-ROTULO.               00007370
           MOVE WRK-TOT-CUSTO          TO WRK-LTT-VALOR.                00007380
           WRITE FD-RELENC             FROM WRK-LINHA-TOTAL.            00007390
                                                                        00007400
           WRITE FD-RELENC             FROM WRK-LINHA-TRACO.            00007410
           MOVE 'ALIQUOTA INSS PATRONAL' TO WRK-LAL-ROTULO.             00007420
           MOVE WRK-ALIQ-INSS          TO WRK-LAL-ALIQUOTA.             00007430
           MOVE WRK-VIG-INSS           TO WRK-LAL-VIGENCIA.             00007440
           WRITE FD-RELENC             FROM WRK-LINHA-ALIQUOTA.         00007450
           MOVE 'ALIQUOTA FGTS'        TO WRK-LAL-ROTULO.               00007460
           MOVE WRK-ALIQ-FGTS          TO WRK-LAL-ALIQUOTA.             00007470
           MOVE WRK-VIG-FGTS           TO WRK-LAL-VIGENCIA.             00007480
           WRITE FD-RELENC             FROM WRK-LINHA-ALIQUOTA.         00007490
           MOVE 'ALIQUOTA RAT'         TO WRK-LAL-ROTULO.               00007500
           MOVE WRK-ALIQ-RAT           TO WRK-LAL-ALIQUOTA.             00007510
           MOVE WRK-VIG-RAT            TO WRK-LAL-VIGENCIA.             00007520
           WRITE FD-RELENC             FROM WRK-LINHA-ALIQUOTA.         00007530
                                                                        00007540
      *----------------------------------------------------------------*00007550
       3200-99-FIM.                    EXIT.                            00007560
      *----------------------------------------------------------------*00007570
                                                                        00007580
      *----------------------------------------------------------------*00007590
       3210-IMPRIMIR-SETOR             SECTION.                         00007600
      *----------------------------------------------------------------*00007610
                                                                        00007620
           IF WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR) EQUAL ZEROS           00007630
               GO TO 3210-99-FIM                                        00007640
           END-IF.                                                      00007650
                                                                        00007660
           COMPUTE WRK-CUSTO = WRK-TST-BRUTO(WRK-IDX-SETOR)             00007670
                             + WRK-TST-INSS(WRK-IDX-SETOR)              00007680
                             + WRK-TST-FGTS(WRK-IDX-SETOR)              00007690
                             + WRK-TST-RAT(WRK-IDX-SETOR).              00007700
                                                                        00007710
           COMPUTE WRK-LST-SETOR = WRK-IDX-SETOR - 1.                   00007720
           MOVE WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR)                     00007730
                                       TO WRK-LST-FUNCIONARIOS.         00007740
           MOVE WRK-TST-BRUTO(WRK-IDX-SETOR)  TO WRK-LST-BRUTO.         00007750
           MOVE WRK-TST-INSS(WRK-IDX-SETOR)   TO WRK-LST-INSS.          00007760
           MOVE WRK-TST-FGTS(WRK-IDX-SETOR)   TO WRK-LST-FGTS.          00007770
           MOVE WRK-TST-RAT(WRK-IDX-SETOR)    TO WRK-LST-RAT.           00007780
           MOVE WRK-CUSTO              TO WRK-LST-CUSTO.                00007790
           WRITE FD-RELENC             FROM WRK-LINHA-SETOR.            00007800
                                                                        00007810
           ADD 1                       TO WRK-ACUM-SETORES.             00007820
           ADD WRK-TST-BRUTO(WRK-IDX-SETOR) TO WRK-TOT-BRUTO-SETOR.     00007830
           ADD WRK-TST-INSS(WRK-IDX-SETOR)  TO WRK-TOT-INSS.            00007840
           ADD WRK-TST-FGTS(WRK-IDX-SETOR)  TO WRK-TOT-FGTS.            00007850
           ADD WRK-TST-RAT(WRK-IDX-SETOR)   TO WRK-TOT-RAT.             00007860
           ADD WRK-CUSTO               TO WRK-TOT-CUSTO.                00007870
                                                                        00007880
      *----------------------------------------------------------------*00007890
       3210-99-FIM.                    EXIT.                            00007900
      *----------------------------------------------------------------*00007910
                                                                        00007920
      *----------------------------------------------------------------*00007930
       3300-CONFERIR-TOTAIS            SECTION.                         00007940
      *----------------------------------------------------------------*00007950
      *    O BRUTO LIDO DA FOLHA TEM QUE BATER COM AS BASES DO FGTSREM  00007960
      *    E COM O BRUTO DO RELENC. SE NAO BATER, O FGTSREM FICA SEM    00007970
      *    TRAILER (O BANCO RECUSA O ARQUIVO) E O JOB CANCELA.          00007980
      *----------------------------------------------------------------*00007990
                                                                        00008000
           IF WRK-TOT-BRUTO-FOLHA      NOT EQUAL WRK-TOT-BASE-FGTS      00008010
              OR WRK-TOT-BRUTO-FOLHA   NOT EQUAL WRK-TOT-BRUTO-SETOR    00008020
               DISPLAY 'BRUTO DA FOLHA NAO CONFERE COM O FGTSREM/RELENC'00008030
                       ' - JOB CANCELADO'                               00008040
               MOVE 'FR06DB30'         TO WRK-PROGRAMA                  00008050
               MOVE '3300'             TO WRK-SECTION                   00008060
               MOVE 'FOLHA NAO CONFERE '                                00008070
                                       TO WRK-MSG-ERRO                  00008080
               MOVE ZEROS              TO WRK-STATUS                    00008090
               PERFORM 9000-GRAVAR-ERROS                                00008100
               MOVE 12                 TO RETURN-CODE                   00008110
               GOBACK                                                   00008120
           END-IF.                                                      00008130
                                                                        00008140
           MOVE SPACES                 TO FD-FGTSREM.                   00008150
           MOVE 'TRL'                  TO WRK-TRL-ID.                   00008160
           MOVE WRK-ACUM-FUNCIONARIOS  TO WRK-TRL-QT-REGISTROS.         00008170
           MOVE WRK-HASH-DEPOSITOS     TO WRK-TRL-HASH-VALOR.           00008180
           MOVE WRK-REG-TRAILER        TO FD-FGTSREM(1:27).             00008190
           WRITE FD-FGTSREM.                                            00008200
                                                                        00008210
      *----------------------------------------------------------------*00008220
       3300-99-FIM.                    EXIT.                            00008230
      *----------------------------------------------------------------*00008240
                                                                        00008250
      *----------------------------------------------------------------*00008260
       9000-GRAVAR-ERROS                         SECTION.               00008270
      *----------------------------------------------------------------*00008280
                                                                        00008290
            MOVE '4'                 TO WRK-LOG-TIPO                    00008300
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00008310
            MOVE SPACES              TO WRK-LOG-DATA                    00008320
            MOVE SPACES              TO WRK-LOG-HORA                    00008330
                                                                        00008340
            CALL 'GRVLOG'             USING WRK-LOG                     00008350
                                                                        00008360
            CONTINUE.                                                   00008370
                                                                        00008380
      *----------------------------------------------------------------*00008390
       9000-99-FIM.                    EXIT.                            00008400
      *----------------------------------------------------------------*00008410
