      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID. FR06DB27.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *   AUTOR...........: JOEI LORENTI                               *00000080
      *   ANALISTA........: IVAN SANCHES                               *00000090
      *   DATA ...........: 15/10/2026                                 *00000100
      *----------------------------------------------------------------*00000110
      *   OBJETIVO........: CALCULO DO DECIMO TERCEIRO SALARIO EM DUAS *00000120
      *                     PARCELAS. O CARTAO DA SYSIN INFORMA O ANO  *00000130
      *                     DE REFERENCIA (COLUNAS 1-4) E A PARCELA    *00000140
      *                     (COLUNA 6: '1' OU '2'). ENTRAM OS          *00000150
      *                     FUNCIONARIOS DA FOUR001.FUNC ADMITIDOS ATE *00000160
      *                     O FIM DO ANO E OS DA FOUR001.FUNC_DESLIG   *00000170
      *                     DESLIGADOS NO PROPRIO ANO (UM SO CURSOR,   *00000180
      *                     ORDENADO POR SETOR COMO NO FR06DB22).      *00000190
      *                     AVOS: UM DOZE AVOS POR MES DO ANO COM 15   *00000200
      *                     OU MAIS DIAS TRABALHADOS, DO MES DE        *00000210
      *                     ADMISSAO (DATAADM) ATE DEZEMBRO OU, PARA O *00000220
      *                     DESLIGADO, ATE O MES DE DATADESLIG.        *00000230
      *                     DECIMO INTEGRAL = SALARIO * AVOS / 12.     *00000240
      *                     - PARCELA 1 (EVENTO 131): METADE DO        *00000250
      *                       DECIMO INTEGRAL, SEM DESCONTOS.          *00000260
      *                     - PARCELA 2 (EVENTO 132): BRUTO = DECIMO   *00000270
      *                       INTEGRAL; DESCONTO = FAIXA DO TABDESC    *00000280
      *                       SOBRE O DECIMO INTEGRAL (MESMA REGRA E   *00000290
      *                       VIGENCIA DO FR06DB22) MAIS O QUE FOI     *00000300
      *                       PAGO NA PRIMEIRA PARCELA, LIDO DO        *00000310
      *                       CONTRACHEQUE DA RODADA ANTERIOR (PARC1); *00000320
      *                       QUEM NAO CONSTA DELE NADA RECEBEU.       *00000330
      *                     A SAIDA E O ARQUIVO DE CONTRACHEQUES NO    *00000340
      *                     LAYOUT FOLHA, COM O CODIGO DO EVENTO       *00000350
      *                     (BRANCOS = FOLHA MENSAL DO FR06DB22), PARA *00000360
      *                     A REMESSA NORMAL DO FR06CB79. RESUMO POR   *00000370
      *                     SETOR NA SYSOUT.                           *00000380
      *----------------------------------------------------------------*00000390
      *  BASE DE DADOS:                                                *00000400
      *      TABELAS DB2                             INCLUDE/BOOK      *00000410
      *      FOUR001.FUNC                              BOOKFUNC        *00000420
      *      FOUR001.FUNC_DESLIG                       BOOKFUNC        *00000430
      *----------------------------------------------------------------*00000440
      *   ARQUIVOS........:                                            *00000450
      *   TABDESC  I  (FAIXAS DE DESCONTO - LRECL 50, PARCELA 2)       *00000460
      *   PARC1    I  (CONTRACHEQUES DA PRIMEIRA PARCELA - LRECL 80,   *00000470
      *                SO NA PARCELA 2)                                *00000480
      *   FOLHA    O  (CONTRACHEQUES - LRECL 80)                       *00000490
      *----------------------------------------------------------------*00000500
      *   MODULOS.........:                                             00000510
      *   #GRVLOG4 - LOG DE ERROS                                       00000520
      *----------------------------------------------------------------*00000530
      *   MANUTENCAO:                                                  *00000540
      *================================================================*00000550
                                                                        00000560
      *================================================================*00000570
       ENVIRONMENT                               DIVISION.              00000580
      *================================================================*00000590
                                                                        00000600
      *----------------------------------------------------------------*00000610
       CONFIGURATION                             SECTION.               00000620
      *----------------------------------------------------------------*00000630
                                                                        00000640
       SPECIAL-NAMES.                                                   00000650
           DECIMAL-POINT IS COMMA.                                      00000660
                                                                        00000670
      *----------------------------------------------------------------*00000680
       INPUT-OUTPUT                              SECTION.               00000690
      *----------------------------------------------------------------*00000700
                                                                        00000710
       FILE-CONTROL.                                                    00000720
           SELECT TABDESC ASSIGN           TO TABDESC                   00000730
           FILE STATUS                     IS WRK-FS-TABDESC.           00000740
           SELECT PARC1 ASSIGN             TO PARC1                     00000750
           FILE STATUS                     IS WRK-FS-PARC1.             00000760
           SELECT FOLHA ASSIGN             TO FOLHA                     00000770
           FILE STATUS                     IS WRK-FS-FOLHA.             00000780
                                                                        00000790
      *================================================================*00000800
       DATA                                      DIVISION.              00000810
      *================================================================*00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
       FILE                                      SECTION.               00000850
      *----------------------------------------------------------------*00000860
                                                                        00000870
       FD  TABDESC                                                      00000880
           RECORDING MODE IS F                                          00000890
           LABEL RECORD IS STANDARD                                     00000900
           BLOCK CONTAINS 0 RECORDS.                                    00000910
                                                                        00000920
       01 FD-TABDESC.                                                   00000930
           05 FD-TDS-LIMITE               PIC 9(08)V99.                 00000940
           05 FD-TDS-ALIQUOTA             PIC 9(02)V99.                 00000950
           05 FD-TDS-PARCELA              PIC 9(08)V99.                 00000960
           05 FD-TDS-DATA-EFET            PIC 9(08).                    00000970
           05 FILLER                      PIC X(16).                    00000980
                                                                        00000990
       FD  PARC1                                                        00001000
           RECORDING MODE IS F                                          00001010
           LABEL RECORD IS STANDARD                                     00001020
           BLOCK CONTAINS 0 RECORDS.                                    00001030
                                                                        00001040
       01 FD-PARC1.                                                     00001050
           05 FD-PC1-ID                   PIC 9(04).                    00001060
           05 FILLER                      PIC X(54).                    00001070
           05 FD-PC1-LIQUIDO              PIC 9(08)V99.                 00001080
           05 FD-PC1-EVENTO               PIC X(03).                    00001090
           05 FILLER                      PIC X(09).                    00001100
                                                                        00001110
       FD  FOLHA                                                        00001120
           RECORDING MODE IS F                                          00001130
           LABEL RECORD IS STANDARD                                     00001140
           BLOCK CONTAINS 0 RECORDS.                                    00001150
                                                                        00001160
       01 FD-REG-FOLHA.                                                 00001170
           05 FLH-ID                      PIC 9(04).                    00001180
           05 FLH-NOME                    PIC X(30).                    00001190
           05 FLH-SETOR                   PIC 9(04).                    00001200
           05 FLH-BRUTO                   PIC 9(08)V99.                 00001210
           05 FLH-DESCONTO                PIC 9(08)V99.                 00001220
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00001230
           05 FLH-EVENTO                  PIC X(03).                    00001240
           05 FILLER                      PIC X(09).                    00001250
                                                                        00001260
      *----------------------------------------------------------------*00001270
       WORKING-STORAGE                           SECTION.               00001280
      *----------------------------------------------------------------*00001290
                                                                        00001300
      *----------------------------------------------------------------*00001310
       01 FILLER                       PIC  X(050)         VALUE        00001320
           '***  FR06DB27 - INICIO DA AREA DE WORKING   ***'.           00001330
      *----------------------------------------------------------------*00001340
                                                                        00001350
       01 WRK-CARTAO.                                                   00001360
          05 WRK-CRT-ANO               PIC X(04).                       00001370
          05 FILLER                    PIC X(01).                       00001380
          05 WRK-CRT-PARCELA           PIC X(01).                       00001390
          05 FILLER                    PIC X(74).                       00001420
                                                                        00001430
       01 WRK-ANO-REF                  PIC 9(04) VALUE ZEROS.           00001440
       01 WRK-INI-ANO                  PIC X(10) VALUE SPACES.          00001450
       01 WRK-FIM-ANO                  PIC X(10) VALUE SPACES.          00001460
       01 WRK-SEM-DESLIG               PIC X(10) VALUE '9999-12-31'.    00001470
       01 WRK-DATA-DESLIG              PIC X(10) VALUE SPACES.          00001480
       01 WRK-EVENTO                   PIC X(03) VALUE SPACES.          00001490
                                                                        00001500
       01 WRK-DATA-ISO.                                                 00001510
          05 WRK-ISO-ANO               PIC 9(04).                       00001520
          05 FILLER                    PIC X(01).                       00001530
          05 WRK-ISO-MES               PIC 9(02).                       00001540
          05 FILLER                    PIC X(01).                       00001550
          05 WRK-ISO-DIA               PIC 9(02).                       00001560
                                                                        00001570
       01 WRK-TAB-DIAS-MES-DADOS.                                       00001580
          05 FILLER                    PIC X(24) VALUE                  00001590
             '312831303130313130313031'.                                00001600
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00001610
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00001620
                                                                        00001630
       77 WRK-ULTIMO-DIA               PIC 9(02) VALUE ZEROS.           00001640
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00001650
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00001660
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00001670
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00001680
       77 WRK-MES-INICIO               PIC S9(02) VALUE ZEROS.          00001690
       77 WRK-MES-FIM                  PIC S9(02) VALUE ZEROS.          00001700
       77 WRK-AVOS                     PIC S9(02) VALUE ZEROS.          00001710
       77 WRK-DIAS-TRAB                PIC S9(02) VALUE ZEROS.          00001720
                                                                        00001730
      *----------------------------------------------------------------*00001740
       01 FILLER                       PIC  X(050)         VALUE        00001750
           '***  PRIMEIRA PARCELA PAGA POR FUNCIONARIO  ***'.           00001760
      *----------------------------------------------------------------*00001770
                                                                        00001780
       01 WRK-TAB-PRIMEIRA.                                             00001790
          05 WRK-PRI-VALOR             PIC 9(08)V99 OCCURS 9999 TIMES.  00001800
                                                                        00001810
       77 WRK-QT-PRIMEIRA              PIC 9(05) VALUE ZEROS.           00001820
                                                                        00001830
      *----------------------------------------------------------------*00001840
       01 FILLER                       PIC  X(050)         VALUE        00001850
           '***  TABELA DE FAIXAS DE DESCONTO  ***'.                    00001860
      *----------------------------------------------------------------*00001870
                                                                        00001880
       01 WRK-TAB-FAIXAS.                                               00001890
          05 WRK-TAB-FXA-ITEM          OCCURS 20 TIMES.                 00001900
             10 WRK-FXA-LIMITE         PIC 9(08)V99.                    00001910
             10 WRK-FXA-ALIQUOTA       PIC 9(02)V99.                    00001920
             10 WRK-FXA-PARCELA        PIC 9(08)V99.                    00001930
             10 WRK-FXA-VIGENCIA       PIC 9(08).                       00001940
                                                                        00001950
       77 WRK-QT-FAIXAS                PIC 9(02) VALUE ZEROS.           00001960
       77 WRK-IDX-FXA                  PIC 9(02) VALUE ZEROS.           00001970
       77 WRK-FXA-ACHADA               PIC 9(02) VALUE ZEROS.           00001980
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001990
                                                                        00002000
      *----------------------------------------------------------------*00002010
       01 FILLER                       PIC  X(050)         VALUE        00002020
           '***  ACUMULADORES E QUEBRA POR SETOR  ***'.                 00002030
      *----------------------------------------------------------------*00002040
                                                                        00002050
       77 WRK-ACUM-LIDOS               PIC 9(09) VALUE ZEROS.           00002060
       77 WRK-ACUM-GRAVADOS            PIC 9(09) VALUE ZEROS.           00002070
       77 WRK-ACUM-SEM-AVOS            PIC 9(09) VALUE ZEROS.           00002080
       77 WRK-ACUM-DESLIGADOS          PIC 9(09) VALUE ZEROS.           00002090
       77 WRK-DECIMO                   PIC 9(08)V99 VALUE ZEROS.        00002100
       77 WRK-BRUTO                    PIC 9(08)V99 VALUE ZEROS.        00002110
       77 WRK-IMPOSTO                  PIC S9(08)V99 VALUE ZEROS.       00002120
       77 WRK-DESCONTO                 PIC 9(08)V99 VALUE ZEROS.        00002130
       77 WRK-LIQUIDO                  PIC 9(08)V99 VALUE ZEROS.        00002140
       77 WRK-SETOR-ANT                PIC X(04) VALUE SPACES.          00002150
       77 WRK-SETOR-BRUTO              PIC 9(11)V99 VALUE ZEROS.        00002160
       77 WRK-SETOR-DESC               PIC 9(11)V99 VALUE ZEROS.        00002170
       77 WRK-SETOR-LIQ                PIC 9(11)V99 VALUE ZEROS.        00002180
       77 WRK-TOT-BRUTO                PIC 9(13)V99 VALUE ZEROS.        00002190
       77 WRK-TOT-DESC                 PIC 9(13)V99 VALUE ZEROS.        00002200
       77 WRK-TOT-LIQ                  PIC 9(13)V99 VALUE ZEROS.        00002210
                                                                        00002220
      *----------------------------------------------------------------*00002230
       01 FILLER                       PIC  X(050)         VALUE        00002240
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00002250
      *----------------------------------------------------------------*00002260
                                                                        00002270
           COPY '#GRVLOG4'.                                             00002280
                                                                        00002290
       77 WRK-SQLCODE                  PIC -999.                        00002300
       77 WRK-FS-TABDESC               PIC 9(02).                       00002310
       77 WRK-FS-PARC1                 PIC 9(02).                       00002320
       77 WRK-FS-FOLHA                 PIC 9(02).                       00002330
      *----------------------------------------------------------------*00002340
       01 FILLER                       PIC  X(050)         VALUE        00002350
           '*** AREA DB2 ***'.                                          00002360
      *----------------------------------------------------------------*00002370
                                                                        00002380
           EXEC SQL                                                     00002390
              INCLUDE BOOKFUNC                                          00002400
           END-EXEC.                                                    00002410
                                                                        00002420
           EXEC SQL                                                     00002430
              INCLUDE SQLCA                                             00002440
           END-EXEC.                                                    00002450
                                                                        00002460
      *----------------------------------------------------------------*00002470
       01 FILLER                      PIC  X(050)         VALUE         00002480
           '*** AREA CURSOR ***'.                                       00002490
      *----------------------------------------------------------------*00002500
                                                                        00002510
           EXEC SQL                                                     00002520
            DECLARE CDECIMO CURSOR FOR                                  00002530
             SELECT ID, NOME, SETOR, SALARIO, DATAADM,                  00002540
                    DATE(:WRK-SEM-DESLIG)                               00002550
                    FROM FOUR001.FUNC                                   00002560
                    WHERE DATAADM <= :WRK-FIM-ANO                       00002570
             UNION ALL                                                  00002580
             SELECT ID, NOME, SETOR, SALARIO, DATAADM, DATADESLIG       00002590
                    FROM FOUR001.FUNC_DESLIG                            00002600
                    WHERE DATADESLIG BETWEEN :WRK-INI-ANO               00002610
                                         AND :WRK-FIM-ANO               00002620
                    ORDER BY 3, 1                                       00002630
           END-EXEC.                                                    00002640
                                                                        00002650
      *================================================================*00002660
       PROCEDURE                                 DIVISION.              00002670
      *================================================================*00002680
                                                                        00002690
      *----------------------------------------------------------------*00002700
       0000-PRINCIPAL                  SECTION.                         00002710
      *----------------------------------------------------------------*00002720
                                                                        00002730
                PERFORM 1000-INICIAR.                                   00002740
                                                                        00002750
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100          00002760
                                                                        00002770
                PERFORM 3000-FINALIZAR.                                 00002780
                                                                        00002790
                STOP RUN.                                               00002800
                                                                        00002810
      *----------------------------------------------------------------*00002820
       0000-99-FIM.                    EXIT.                            00002830
      *----------------------------------------------------------------*00002840
                                                                        00002850
      *----------------------------------------------------------------*00002860
       1000-INICIAR                              SECTION.               00002870
      *----------------------------------------------------------------*00002880
                                                                        00002890
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00002900
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00002910
                                                                        00002920
           IF WRK-CRT-ANO              NOT NUMERIC                      00002930
              OR (WRK-CRT-PARCELA NOT EQUAL '1'                         00002940
                  AND WRK-CRT-PARCELA NOT EQUAL '2')                    00002950
               DISPLAY 'CARTAO INVALIDO (AAAA P): ' WRK-CARTAO(1:6)     00002960
               MOVE 12                 TO RETURN-CODE                   00002970
               GOBACK                                                   00002980
           END-IF.                                                      00002990
                                                                        00003000
           MOVE WRK-CRT-ANO            TO WRK-ANO-REF.                  00003010
           STRING WRK-CRT-ANO '-01-01' DELIMITED BY SIZE                00003020
                                       INTO WRK-INI-ANO.                00003030
           STRING WRK-CRT-ANO '-12-31' DELIMITED BY SIZE                00003040
                                       INTO WRK-FIM-ANO.                00003050
                                                                        00003060
           IF WRK-CRT-PARCELA EQUAL '1'                                 00003070
               MOVE '131'              TO WRK-EVENTO                    00003080
           ELSE                                                         00003090
               MOVE '132'              TO WRK-EVENTO                    00003100
               PERFORM 1200-CARREGAR-FAIXAS                             00003110
               IF WRK-QT-FAIXAS        EQUAL ZEROS                      00003120
                   DISPLAY 'TABDESC SEM FAIXAS VIGENTES - JOB CANCELADO'00003130
                   MOVE 12             TO RETURN-CODE                   00003140
                   GOBACK                                               00003150
               END-IF                                                   00003160
               PERFORM 1300-CARREGAR-PRIMEIRA                           00003170
           END-IF.                                                      00003180
                                                                        00003190
           DISPLAY 'DECIMO TERCEIRO - ANO ' WRK-ANO-REF                 00003200
                   ' PARCELA ' WRK-CRT-PARCELA ' EVENTO ' WRK-EVENTO.   00003210
                                                                        00003220
            EXEC SQL                                                    00003230
                OPEN CDECIMO                                            00003240
            END-EXEC.                                                   00003250
                                                                        00003260
           IF (SQLCODE                 NOT EQUAL ZEROS AND +100) OR     00003270
              (SQLWARN0                EQUAL 'W')                       00003280
               MOVE SQLCODE            TO WRK-SQLCODE                   00003290
               DISPLAY 'ERRO ... '     WRK-SQLCODE                      00003300
               GOBACK                                                   00003310
           END-IF.                                                      00003320
                                                                        00003330
           OPEN OUTPUT FOLHA.                                           00003340
           IF WRK-FS-FOLHA             NOT EQUAL ZERO                   00003350
               MOVE 'FR06DB27'         TO WRK-PROGRAMA                  00003360
               MOVE 'ERRO NO OPEN FOLHA '                               00003370
                                       TO WRK-MSG-ERRO                  00003380
               MOVE '1000'             TO WRK-SECTION                   00003390
               MOVE WRK-FS-FOLHA       TO WRK-STATUS                    00003400
               PERFORM 9000-GRAVAR-ERROS                                00003410
               GOBACK                                                   00003420
           END-IF.                                                      00003430
                                                                        00003440
           PERFORM 2100-LER-FUNCIONARIO.                                00003450
                                                                        00003460
      *----------------------------------------------------------------*00003470
       1000-99-FIM.                    EXIT.                            00003480
      *----------------------------------------------------------------*00003490
                                                                        00003500
      *----------------------------------------------------------------*00003510
       1200-CARREGAR-FAIXAS                      SECTION.               00003520
      *----------------------------------------------------------------*00003530
      *    CARREGA AS FAIXAS VIGENTES: PARA CADA LIMITE SUPERIOR VALE   00003540
      *    O REGISTRO DE VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA     00003550
      *    DO SISTEMA, COMO NO FR06DB22.                                00003560
      *----------------------------------------------------------------*00003570
                                                                        00003580
           OPEN INPUT TABDESC.                                          00003590
           IF WRK-FS-TABDESC           NOT EQUAL ZEROS                  00003600
               DISPLAY 'ERRO NO OPEN TABDESC FS=' WRK-FS-TABDESC        00003610
               MOVE 12                 TO RETURN-CODE                   00003620
               GOBACK                                                   00003630
           END-IF.                                                      00003640
                                                                        00003650
           PERFORM 1210-LER-FAIXA                                       00003660
               UNTIL WRK-FS-TABDESC EQUAL 10.                           00003670
           CLOSE TABDESC.                                               00003680
                                                                        00003690
           DISPLAY 'FAIXAS DE DESCONTO VIGENTES: ' WRK-QT-FAIXAS.       00003700
                                                                        00003710
      *----------------------------------------------------------------*00003720
       1200-99-FIM.                    EXIT.                            00003730
      *----------------------------------------------------------------*00003740
                                                                        00003750
      *----------------------------------------------------------------*00003760
       1210-LER-FAIXA                            SECTION.               00003770
      *----------------------------------------------------------------*00003780
                                                                        00003790
           READ TABDESC.                                                00003800
           IF WRK-FS-TABDESC           NOT EQUAL ZEROS                  00003810
               MOVE 10                 TO WRK-FS-TABDESC                00003820
               GO TO 1210-99-FIM                                        00003830
           END-IF.                                                      00003840
                                                                        00003850
           IF FD-TDS-DATA-EFET         GREATER WRK-DATA-CORTE           00003860
               GO TO 1210-99-FIM                                        00003870
           END-IF.                                                      00003880
                                                                        00003890
           MOVE ZEROS                  TO WRK-FXA-ACHADA.               00003900
           PERFORM 1220-COMPARAR-LIMITE                                 00003910
               VARYING WRK-IDX-FXA FROM 1 BY 1                          00003920
               UNTIL WRK-IDX-FXA GREATER WRK-QT-FAIXAS                  00003930
                  OR WRK-FXA-ACHADA GREATER ZEROS.                      00003940
                                                                        00003950
           IF WRK-FXA-ACHADA           GREATER ZEROS                    00003960
               IF FD-TDS-DATA-EFET NOT LESS                             00003970
                  WRK-FXA-VIGENCIA(WRK-FXA-ACHADA)                      00003980
                   MOVE FD-TDS-ALIQUOTA                                 00003990
                        TO WRK-FXA-ALIQUOTA(WRK-FXA-ACHADA)             00004000
                   MOVE FD-TDS-PARCELA                                  00004010
                        TO WRK-FXA-PARCELA(WRK-FXA-ACHADA)              00004020
                   MOVE FD-TDS-DATA-EFET                                00004030
                        TO WRK-FXA-VIGENCIA(WRK-FXA-ACHADA)             00004040
               END-IF                                                   00004050
               GO TO 1210-99-FIM                                        00004060
           END-IF.                                                      00004070
                                                                        00004080
           IF WRK-QT-FAIXAS            LESS 20                          00004090
               ADD 1                   TO WRK-QT-FAIXAS                 00004100
               MOVE FD-TDS-LIMITE                                       00004110
                    TO WRK-FXA-LIMITE(WRK-QT-FAIXAS)                    00004120
               MOVE FD-TDS-ALIQUOTA                                     00004130
                    TO WRK-FXA-ALIQUOTA(WRK-QT-FAIXAS)                  00004140
               MOVE FD-TDS-PARCELA                                      00004150
                    TO WRK-FXA-PARCELA(WRK-QT-FAIXAS)                   00004160
               MOVE FD-TDS-DATA-EFET                                    00004170
                    TO WRK-FXA-VIGENCIA(WRK-QT-FAIXAS)                  00004180
           ELSE                                                         00004190
               DISPLAY 'TABELA DE FAIXAS CHEIA - FAIXA IGNORADA'        00004200
               MOVE 4                  TO RETURN-CODE                   00004210
           END-IF.                                                      00004220
                                                                        00004230
      *----------------------------------------------------------------*00004240
       1210-99-FIM.                    EXIT.                            00004250
      *----------------------------------------------------------------*00004260
                                                                        00004270
      *----------------------------------------------------------------*00004280
       1220-COMPARAR-LIMITE                      SECTION.               00004290
      *----------------------------------------------------------------*00004300
                                                                        00004310
           IF WRK-FXA-LIMITE(WRK-IDX-FXA) EQUAL FD-TDS-LIMITE           00004320
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00004330
           END-IF.                                                      00004340
                                                                        00004350
      *----------------------------------------------------------------*00004360
       1220-99-FIM.                    EXIT.                            00004370
      *----------------------------------------------------------------*00004380
                                                                        00004390
      *----------------------------------------------------------------*00004400
       1300-CARREGAR-PRIMEIRA                    SECTION.               00004410
      *----------------------------------------------------------------*00004420
      *    CONTRACHEQUES DA PRIMEIRA PARCELA: O LIQUIDO PAGO (EVENTO    00004430
      *    131) FICA NA TABELA PELO ID DO FUNCIONARIO.                  00004440
      *----------------------------------------------------------------*00004450
                                                                        00004460
           MOVE ZEROS                  TO WRK-TAB-PRIMEIRA.             00004470
                                                                        00004480
           OPEN INPUT PARC1.                                            00004490
           IF WRK-FS-PARC1             NOT EQUAL ZEROS                  00004500
               DISPLAY 'ERRO NO OPEN PARC1 FS=' WRK-FS-PARC1            00004510
               MOVE 12                 TO RETURN-CODE                   00004520
               GOBACK                                                   00004530
           END-IF.                                                      00004540
                                                                        00004550
           PERFORM 1310-LER-PRIMEIRA                                    00004560
               UNTIL WRK-FS-PARC1 EQUAL 10.                             00004570
           CLOSE PARC1.                                                 00004580
                                                                        00004590
           DISPLAY 'PRIMEIRAS PARCELAS PAGAS.....: ' WRK-QT-PRIMEIRA.   00004600
                                                                        00004610
      *----------------------------------------------------------------*00004620
       1300-99-FIM.                    EXIT.                            00004630
      *----------------------------------------------------------------*00004640
                                                                        00004650
      *----------------------------------------------------------------*00004660
       1310-LER-PRIMEIRA                         SECTION.               00004670
      *----------------------------------------------------------------*00004680
                                                                        00004690
           READ PARC1.                                                  00004700
           IF WRK-FS-PARC1             NOT EQUAL ZEROS                  00004710
               MOVE 10                 TO WRK-FS-PARC1                  00004720
               GO TO 1310-99-FIM                                        00004730
           END-IF.                                                      00004740
                                                                        00004750
           IF FD-PC1-EVENTO            NOT EQUAL '131'                  00004760
              OR FD-PC1-ID             NOT NUMERIC                      00004770
              OR FD-PC1-ID             EQUAL ZEROS                      00004780
              OR FD-PC1-LIQUIDO        NOT NUMERIC                      00004790
               GO TO 1310-99-FIM                                        00004800
           END-IF.                                                      00004810
                                                                        00004820
           ADD FD-PC1-LIQUIDO          TO WRK-PRI-VALOR(FD-PC1-ID).     00004830
           ADD 1                       TO WRK-QT-PRIMEIRA.              00004840
                                                                        00004850
      *----------------------------------------------------------------*00004860
       1310-99-FIM.                    EXIT.                            00004870
      *----------------------------------------------------------------*00004880
                                                                        00004890
      *----------------------------------------------------------------*00004900
       2000-PROCESSAR                  SECTION.                         00004910
      *----------------------------------------------------------------*00004920
                                                                        00004930
               PERFORM 2400-CALCULAR-AVOS.                              00004940
               IF WRK-AVOS              NOT GREATER ZEROS               00004950
                  ADD 1                  TO WRK-ACUM-SEM-AVOS           00004960
                  GO TO 2000-88-LER                                     00004970
               END-IF.                                                  00004980
                                                                        00004990
               IF DB2-SETOR              NOT EQUAL WRK-SETOR-ANT AND    00005000
                  WRK-SETOR-ANT           NOT EQUAL SPACES              00005010
                  PERFORM 2200-IMPRIMIR-SUBTOTAL-SETOR                  00005020
               END-IF.                                                  00005030
                                                                        00005040
               MOVE DB2-SETOR            TO WRK-SETOR-ANT.              00005050
                                                                        00005060
               PERFORM 2300-CALCULAR-PARCELA.                           00005070
                                                                        00005080
               MOVE SPACES               TO FD-REG-FOLHA.               00005090
               MOVE DB2-ID               TO FLH-ID.                     00005100
               MOVE DB2-NOME             TO FLH-NOME.                   00005110
               MOVE DB2-SETOR            TO FLH-SETOR.                  00005120
               MOVE WRK-BRUTO            TO FLH-BRUTO.                  00005130
               MOVE WRK-DESCONTO         TO FLH-DESCONTO.               00005140
               MOVE WRK-LIQUIDO          TO FLH-LIQUIDO.                00005150
               MOVE WRK-EVENTO           TO FLH-EVENTO.                 00005160
               WRITE FD-REG-FOLHA.                                      00005170
               ADD 1                     TO WRK-ACUM-GRAVADOS.          00005180
                                                                        00005190
               ADD WRK-BRUTO             TO WRK-SETOR-BRUTO             00005200
                                            WRK-TOT-BRUTO.              00005210
               ADD WRK-DESCONTO          TO WRK-SETOR-DESC              00005220
                                            WRK-TOT-DESC.               00005230
               ADD WRK-LIQUIDO           TO WRK-SETOR-LIQ               00005240
                                            WRK-TOT-LIQ.                00005250
                                                                        00005260
       2000-88-LER.                                                     00005270
               PERFORM 2100-LER-FUNCIONARIO.                            00005280
                                                                        00005290
      *----------------------------------------------------------------*00005300
       2000-99-FIM.                    EXIT.                            00005310
      *----------------------------------------------------------------*00005320
                                                                        00005330
      *----------------------------------------------------------------*00005340
       2100-LER-FUNCIONARIO            SECTION.                         00005350
      *----------------------------------------------------------------*00005360
                                                                        00005370
           EXEC SQL                                                     00005380
             FETCH CDECIMO                                              00005390
              INTO :DB2-ID,                                             00005400
                   :DB2-NOME,                                           00005410
                   :DB2-SETOR,                                          00005420
                   :DB2-SALARIO,                                        00005430
                   :DB2-DATAADM,                                        00005440
                   :WRK-DATA-DESLIG                                     00005450
           END-EXEC.                                                    00005460
                                                                        00005470
           EVALUATE SQLCODE                                             00005480
                                                                        00005490
            WHEN 0                                                      00005500
              ADD 1                     TO WRK-ACUM-LIDOS               00005510
              IF WRK-DATA-DESLIG        NOT EQUAL WRK-SEM-DESLIG        00005520
                 ADD 1                  TO WRK-ACUM-DESLIGADOS          00005530
              END-IF                                                    00005540
                                                                        00005550
            WHEN 100                                                    00005560
              DISPLAY ' FINAL DA TABELA '                               00005570
                                                                        00005580
            WHEN OTHER                                                  00005590
              MOVE SQLCODE             TO WRK-SQLCODE                   00005600
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00005610
              MOVE 'FR06DB27'          TO WRK-PROGRAMA                  00005620
              MOVE '2100'              TO WRK-SECTION                   00005630
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00005640
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00005650
              PERFORM 9000-GRAVAR-ERROS                                 00005660
              GOBACK                                                    00005670
                                                                        00005680
           END-EVALUATE.                                                00005690
                                                                        00005700
      *----------------------------------------------------------------*00005710
       2100-99-FIM.                    EXIT.                            00005720
      *----------------------------------------------------------------*00005730
                                                                        00005740
      *----------------------------------------------------------------*00005750
       2200-IMPRIMIR-SUBTOTAL-SETOR    SECTION.                         00005760
      *----------------------------------------------------------------*00005770
                                                                        00005780
           DISPLAY ' -----------------------------------------------'.  00005790
           DISPLAY ' SETOR..............: ' WRK-SETOR-ANT.              00005800
           DISPLAY ' TOTAL BRUTO........: ' WRK-SETOR-BRUTO.            00005810
           DISPLAY ' TOTAL DESCONTOS....: ' WRK-SETOR-DESC.             00005820
           DISPLAY ' TOTAL LIQUIDO......: ' WRK-SETOR-LIQ.              00005830
                                                                        00005840
           MOVE ZEROS                  TO WRK-SETOR-BRUTO               00005850
                                          WRK-SETOR-DESC                00005860
                                          WRK-SETOR-LIQ.                00005870
                                                                        00005880
      *----------------------------------------------------------------*00005890
       2200-99-FIM.                    EXIT.                            00005900
      *----------------------------------------------------------------*00005910
                                                                        00005920
      *----------------------------------------------------------------*00005930
       2300-CALCULAR-PARCELA           SECTION.                         00005940
      *----------------------------------------------------------------*00005950
      *    PARCELA 1: METADE DO INTEGRAL, SEM DESCONTO.                *00005960
      *    PARCELA 2: INTEGRAL MENOS A FAIXA DO TABDESC SOBRE ELE E    *00005970
      *    MENOS A PRIMEIRA PARCELA PAGA (DESCONTO LIMITADO AO BRUTO). *00005980
      *----------------------------------------------------------------*00005990
                                                                        00006000
           COMPUTE WRK-DECIMO ROUNDED =                                 00006010
               DB2-SALARIO * WRK-AVOS / 12.                             00006020
                                                                        00006030
           IF WRK-CRT-PARCELA EQUAL '1'                                 00006040
               COMPUTE WRK-BRUTO ROUNDED = WRK-DECIMO / 2               00006050
               MOVE ZEROS              TO WRK-DESCONTO                  00006060
               MOVE WRK-BRUTO          TO WRK-LIQUIDO                   00006070
               GO TO 2300-99-FIM                                        00006080
           END-IF.                                                      00006090
                                                                        00006100
           MOVE WRK-DECIMO             TO WRK-BRUTO.                    00006110
                                                                        00006120
           MOVE ZEROS                  TO WRK-FXA-ACHADA.               00006130
           PERFORM 2310-PROCURAR-FAIXA                                  00006140
               VARYING WRK-IDX-FXA FROM 1 BY 1                          00006150
               UNTIL WRK-IDX-FXA GREATER WRK-QT-FAIXAS                  00006160
                  OR WRK-FXA-ACHADA GREATER ZEROS.                      00006170
                                                                        00006180
           IF WRK-FXA-ACHADA           EQUAL ZEROS                      00006190
               MOVE WRK-QT-FAIXAS      TO WRK-FXA-ACHADA                00006200
           END-IF.                                                      00006210
                                                                        00006220
           COMPUTE WRK-IMPOSTO ROUNDED =                                00006230
               (WRK-DECIMO * WRK-FXA-ALIQUOTA(WRK-FXA-ACHADA) / 100)    00006240
               - WRK-FXA-PARCELA(WRK-FXA-ACHADA).                       00006250
           IF WRK-IMPOSTO              LESS ZEROS                       00006260
               MOVE ZEROS              TO WRK-IMPOSTO                   00006270
           END-IF.                                                      00006280
                                                                        00006290
           COMPUTE WRK-DESCONTO = WRK-IMPOSTO                           00006300
                                + WRK-PRI-VALOR(DB2-ID).                00006310
           IF WRK-DESCONTO             GREATER WRK-BRUTO                00006320
               MOVE WRK-BRUTO          TO WRK-DESCONTO                  00006330
           END-IF.                                                      00006340
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-DESCONTO.              00006350
                                                                        00006360
      *----------------------------------------------------------------*00006370
       2300-99-FIM.                    EXIT.                            00006380
      *----------------------------------------------------------------*00006390
                                                                        00006400
      *----------------------------------------------------------------*00006410
       2310-PROCURAR-FAIXA             SECTION.                         00006420
      *----------------------------------------------------------------*00006430
                                                                        00006440
           IF WRK-DECIMO NOT GREATER WRK-FXA-LIMITE(WRK-IDX-FXA)        00006450
               MOVE WRK-IDX-FXA        TO WRK-FXA-ACHADA                00006460
           END-IF.                                                      00006470
                                                                        00006480
      *----------------------------------------------------------------*00006490
       2310-99-FIM.                    EXIT.                            00006500
      *----------------------------------------------------------------*00006510
                                                                        00006520
      *----------------------------------------------------------------*00006530
       2400-CALCULAR-AVOS              SECTION.                         00006540
      *----------------------------------------------------------------*00006550
      *    MES CONTA COM 15 OU MAIS DIAS TRABALHADOS: NO MES DA        *00006560
      *    ADMISSAO, DO DIA DA ADMISSAO AO FIM DO MES; NO MES DO       *00006570
      *    DESLIGAMENTO, DO DIA 1 AO DIA DO DESLIGAMENTO.              *00006580
      *----------------------------------------------------------------*00006590
                                                                        00006600
           MOVE DB2-DATAADM            TO WRK-DATA-ISO.                 00006610
           IF WRK-ISO-ANO              LESS WRK-ANO-REF                 00006620
               MOVE 1                  TO WRK-MES-INICIO                00006630
           ELSE                                                         00006640
               PERFORM 2410-CALCULAR-DIAS-MES                           00006650
               COMPUTE WRK-DIAS-TRAB =                                  00006660
                   WRK-ULTIMO-DIA - WRK-ISO-DIA + 1                     00006670
               IF WRK-DIAS-TRAB        NOT LESS 15                      00006680
                   MOVE WRK-ISO-MES    TO WRK-MES-INICIO                00006690
               ELSE                                                     00006700
                   COMPUTE WRK-MES-INICIO = WRK-ISO-MES + 1             00006710
               END-IF                                                   00006720
           END-IF.                                                      00006730
                                                                        00006740
           MOVE WRK-DATA-DESLIG        TO WRK-DATA-ISO.                 00006750
           IF WRK-ISO-ANO              GREATER WRK-ANO-REF              00006760
               MOVE 12                 TO WRK-MES-FIM                   00006770
           ELSE                                                         00006780
               IF WRK-ISO-DIA          NOT LESS 15                      00006790
                   MOVE WRK-ISO-MES    TO WRK-MES-FIM                   00006800
               ELSE                                                     00006810
                   COMPUTE WRK-MES-FIM = WRK-ISO-MES - 1                00006820
               END-IF                                                   00006830
           END-IF.                                                      00006840
                                                                        00006850
           COMPUTE WRK-AVOS = WRK-MES-FIM - WRK-MES-INICIO + 1.         00006860
           IF WRK-AVOS                 LESS ZEROS                       00006870
               MOVE ZEROS              TO WRK-AVOS                      00006880
           END-IF.                                                      00006890
                                                                        00006900
      *----------------------------------------------------------------*00006910
       2400-99-FIM.                    EXIT.                            00006920
      *----------------------------------------------------------------*00006930
                                                                        00006940
      *----------------------------------------------------------------*00006950
       2410-CALCULAR-DIAS-MES          SECTION.                         00006960
      *----------------------------------------------------------------*00006970
                                                                        00006980
           MOVE WRK-DIAS-MES(WRK-ISO-MES) TO WRK-ULTIMO-DIA.            00006990
                                                                        00007000
           IF WRK-ISO-MES              NOT EQUAL 2                      00007010
               GO TO 2410-99-FIM                                        00007020
           END-IF.                                                      00007030
                                                                        00007040
           DIVIDE WRK-ISO-ANO BY 4   GIVING WRK-QUOCIENTE               00007050
                                     REMAINDER WRK-RESTO-4.             00007060
           DIVIDE WRK-ISO-ANO BY 100 GIVING WRK-QUOCIENTE               00007070
                                     REMAINDER WRK-RESTO-100.           00007080
           DIVIDE WRK-ISO-ANO BY 400 GIVING WRK-QUOCIENTE               00007090
                                     REMAINDER WRK-RESTO-400.           00007100
                                                                        00007110
           IF WRK-RESTO-4 EQUAL ZEROS                                   00007120
              AND (WRK-RESTO-100 NOT EQUAL ZEROS                        00007130
                   OR WRK-RESTO-400 EQUAL ZEROS)                        00007140
               MOVE 29                 TO WRK-ULTIMO-DIA                00007150
           END-IF.                                                      00007160
                                                                        00007170
      *----------------------------------------------------------------*00007180
       2410-99-FIM.                    EXIT.                            00007190
      *----------------------------------------------------------------*00007200
                                                                        00007210
      *----------------------------------------------------------------*00007220
       3000-FINALIZAR                  SECTION.                         00007230
      *----------------------------------------------------------------*00007240
                                                                        00007250
            IF WRK-SETOR-ANT           NOT EQUAL SPACES                 00007260
               PERFORM 2200-IMPRIMIR-SUBTOTAL-SETOR                     00007270
            END-IF.                                                     00007280
                                                                        00007290
            EXEC SQL                                                    00007300
              CLOSE CDECIMO                                             00007310
            END-EXEC.                                                   00007320
                                                                        00007330
           CLOSE FOLHA.                                                 00007340
                                                                        00007350
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-'00007360
            DISPLAY ' *               FIM DE PROCESSAMENTO            *'00007370
            DISPLAY ' * FUNCIONARIOS LIDOS........:' WRK-ACUM-LIDOS     00007380
            DISPLAY ' * DESLIGADOS NO ANO.........:' WRK-ACUM-DESLIGADOS00007390
            DISPLAY ' * SEM AVOS NO ANO...........:' WRK-ACUM-SEM-AVOS  00007400
            DISPLAY ' * CONTRACHEQUES GRAVADOS....:' WRK-ACUM-GRAVADOS  00007410
            DISPLAY ' * TOTAL BRUTO...............:' WRK-TOT-BRUTO      00007420
            DISPLAY ' * TOTAL DESCONTOS...........:' WRK-TOT-DESC       00007430
            DISPLAY ' * TOTAL LIQUIDO.............:' WRK-TOT-LIQ        00007440
            DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'.00007450
                                                                        00007460
      *----------------------------------------------------------------*00007470
       3000-99-FIM.                    EXIT.                            00007480
      *----------------------------------------------------------------*00007490
                                                                        00007500
      *----------------------------------------------------------------*00007510
       9000-GRAVAR-ERROS                         SECTION.               00007520
      *----------------------------------------------------------------*00007530
                                                                        00007540
            MOVE '4'                 TO WRK-LOG-TIPO                    00007550
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00007560
            MOVE SPACES              TO WRK-LOG-DATA                    00007570
            MOVE SPACES              TO WRK-LOG-HORA                    00007580
                                                                        00007590
            CALL 'GRVLOG'             USING WRK-LOG                     00007600
                                                                        00007610
            CONTINUE.                                                   00007620
                                                                        00007630
      *----------------------------------------------------------------*00007640
       9000-99-FIM.                    EXIT.                            00007650
      *----------------------------------------------------------------*00007660
