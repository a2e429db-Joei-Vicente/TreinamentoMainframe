      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID. FR06DB36.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *   AUTOR...........: JOEI LORENTI                               *00000080
      *   ANALISTA........: IVAN SANCHES                               *00000090
      *   DATA ...........: 15/10/2026                                 *00000100
      *----------------------------------------------------------------*00000110
      *   OBJETIVO........: DESCARGA (SEM EXPURGO) DO HISTORICO        *00000120
      *                     FOUR001.FUNC2_HIST DE UM PERIODO PARA O    *00000130
      *                     RELATORIO CONSOLIDADO DE AUDITORIA         *00000140
      *                     FR06C159. A SYSIN INFORMA DATA INICIAL E   *00000150
      *                     DATA FINAL (AAAA-MM-DD); AS LINHAS COM     *00000160
      *                     DATA_ALTERACAO NO PERIODO SAO GRAVADAS NO  *00000170
      *                     ARQUIVO HISTSAL NO MESMO LAYOUT DO ARQHIST *00000180
      *                     DO FR06DB17, NA ORDEM DE DATA_ALTERACAO.   *00000190
      *                     NADA E APAGADO: PERIODOS JA EXPURGADOS     *00000200
      *                     PELO FR06DB17 SAO LIDOS DO PROPRIO         *00000210
      *                     ARQHIST, CONCATENADO AO HISTSAL NO JCL.    *00000220
      *----------------------------------------------------------------*00000230
      *   LAYOUT DO HISTSAL (LRECL 300): O MESMO DO ARQHIST (FR06DB17) *00000240
      *----------------------------------------------------------------*00000250
      *   SYSIN: COL 01-10 DATA INICIAL (AAAA-MM-DD)                   *00000260
      *          COL 11-20 DATA FINAL   (AAAA-MM-DD)                   *00000270
      *================================================================*00000280
                                                                        00000290
      *================================================================*00000300
       ENVIRONMENT                               DIVISION.              00000310
      *================================================================*00000320
                                                                        00000330
      *----------------------------------------------------------------*00000340
       CONFIGURATION                             SECTION.               00000350
      *----------------------------------------------------------------*00000360
                                                                        00000370
       SPECIAL-NAMES.                                                   00000380
           DECIMAL-POINT IS COMMA.                                      00000390
                                                                        00000400
      *----------------------------------------------------------------*00000410
       INPUT-OUTPUT                              SECTION.               00000420
      *----------------------------------------------------------------*00000430
                                                                        00000440
       FILE-CONTROL.                                                    00000450
           SELECT HISTSAL ASSIGN           TO HISTSAL                   00000460
           FILE STATUS                     IS WRK-FS-HISTSAL.           00000470
                                                                        00000480
      *================================================================*00000490
       DATA                                      DIVISION.              00000500
      *================================================================*00000510
                                                                        00000520
      *----------------------------------------------------------------*00000530
       FILE                                      SECTION.               00000540
      *----------------------------------------------------------------*00000550
                                                                        00000560
       FD  HISTSAL                                                      00000570
           RECORDING MODE IS F                                          00000580
           LABEL RECORD IS STANDARD                                     00000590
           BLOCK CONTAINS 0 RECORDS.                                    00000600
       01 FD-REG-HISTSAL.                                               00000610
          05 FD-HIS-ID                 PIC 9(04).                       00000620
          05 FD-HIS-NOME-ANTES         PIC X(30).                       00000630
          05 FD-HIS-SETOR-ANTES        PIC X(04).                       00000640
          05 FD-HIS-SALARIO-ANTES      PIC 9(10).                       00000650
          05 FD-HIS-DATAADM-ANTES      PIC X(10).                       00000660
          05 FD-HIS-EMAIL-ANTES        PIC X(40).                       00000670
          05 FD-HIS-TELEFONE-ANTES     PIC X(40).                       00000680
          05 FD-HIS-NOME-DEPOIS        PIC X(30).                       00000690
          05 FD-HIS-SETOR-DEPOIS       PIC X(04).                       00000700
          05 FD-HIS-SALARIO-DEPOIS     PIC 9(10).                       00000710
          05 FD-HIS-DATAADM-DEPOIS     PIC X(10).                       00000720
          05 FD-HIS-EMAIL-DEPOIS       PIC X(40).                       00000730
          05 FD-HIS-TELEFONE-DEPOIS    PIC X(40).                       00000740
          05 FD-HIS-DATA-ALTERACAO     PIC X(26).                       00000750
          05 FILLER                    PIC X(02).                       00000760
                                                                        00000770
      *----------------------------------------------------------------*00000780
       WORKING-STORAGE                           SECTION.               00000790
      *----------------------------------------------------------------*00000800
                                                                        00000810
      *----------------------------------------------------------------*00000820
       01 FILLER                       PIC  X(050)         VALUE        00000830
           '***  FR06DB36 - INICIO DA AREA DE WORKING   ***'.           00000840
      *----------------------------------------------------------------*00000850
                                                                        00000860
       77 WRK-FS-HISTSAL               PIC X(02) VALUE SPACES.          00000870
       77 WRK-SQLCODE                  PIC -999.                        00000880
                                                                        00000890
       01 WRK-CARTAO.                                                   00000900
          05 WRK-DATA-INICIAL          PIC X(10).                       00000910
          05 WRK-DATA-FINAL            PIC X(10).                       00000920
                                                                        00000930
       77 WRK-ACU-DESCARREGADAS        PIC 9(07) VALUE ZEROS.           00000940
                                                                        00000950
      *----------------------------------------------------------------*00000960
       01 FILLER                       PIC  X(050)         VALUE        00000970
           '*** AREA DO MODULO AUDSYS ***'.                             00000980
      *----------------------------------------------------------------*00000990
                                                                        00001000
        COPY '#AUDSYS'.                                                 00001010
                                                                        00001020
      *----------------------------------------------------------------*00001030
       01 FILLER                       PIC  X(050)         VALUE        00001040
           '*** AREA DB2 ***'.                                          00001050
      *----------------------------------------------------------------*00001060
                                                                        00001070
           EXEC SQL                                                     00001080
             INCLUDE #BKHIST                                            00001090
           END-EXEC.                                                    00001100
                                                                        00001110
           EXEC SQL                                                     00001120
              INCLUDE SQLCA                                             00001130
           END-EXEC.                                                    00001140
                                                                        00001150
           EXEC SQL                                                     00001160
            DECLARE CPERIODO CURSOR FOR                                 00001170
             SELECT ID, NOME_ANTES, SETOR_ANTES, SALARIO_ANTES,         00001180
                    DATAADM_ANTES, EMAIL_ANTES, TELEFONE_ANTES,         00001190
                    NOME_DEPOIS, SETOR_DEPOIS, SALARIO_DEPOIS,          00001200
                    DATAADM_DEPOIS, EMAIL_DEPOIS, TELEFONE_DEPOIS,      00001210
                    DATA_ALTERACAO                                      00001220
                    FROM FOUR001.FUNC2_HIST                             00001230
                    WHERE DATE(DATA_ALTERACAO)                          00001240
                          BETWEEN :WRK-DATA-INICIAL AND :WRK-DATA-FINAL 00001250
                    ORDER BY DATA_ALTERACAO                             00001260
                    FOR FETCH ONLY                                      00001270
           END-EXEC.                                                    00001280
                                                                        00001290
      *================================================================*00001300
       PROCEDURE                                 DIVISION.              00001310
      *================================================================*00001320
                                                                        00001330
      *----------------------------------------------------------------*00001340
       0000-PRINCIPAL                  SECTION.                         00001350
      *----------------------------------------------------------------*00001360
                                                                        00001370
           PERFORM 1000-INICIAR.                                        00001380
                                                                        00001390
           PERFORM 2000-PROCESSAR UNTIL SQLCODE NOT EQUAL ZEROS.        00001400
                                                                        00001410
           PERFORM 3000-FINALIZAR.                                      00001420
                                                                        00001430
           STOP RUN.                                                    00001440
                                                                        00001450
      *----------------------------------------------------------------*00001460
       0000-99-FIM.                    EXIT.                            00001470
      *----------------------------------------------------------------*00001480
                                                                        00001490
      *----------------------------------------------------------------*00001500
       1000-INICIAR                    SECTION.                         00001510
      *----------------------------------------------------------------*00001520
                                                                        00001530
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00001540
                                                                        00001550
           MOVE 'FR06DB36'             TO WRK-AUD-PROGRAMA.             00001560
           MOVE WRK-CARTAO             TO WRK-AUD-CARTAO.               00001570
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00001580
                                                                        00001590
           IF WRK-DATA-INICIAL         EQUAL SPACES                     00001600
              OR WRK-DATA-FINAL        EQUAL SPACES                     00001610
              OR WRK-DATA-FINAL        LESS WRK-DATA-INICIAL            00001620
               DISPLAY 'PERIODO INVALIDO NA SYSIN: ' WRK-CARTAO         00001630
               MOVE 8                  TO RETURN-CODE                   00001640
               GOBACK                                                   00001650
           END-IF.                                                      00001660
                                                                        00001670
           OPEN OUTPUT HISTSAL.                                         00001680
           IF WRK-FS-HISTSAL           NOT EQUAL ZEROS                  00001690
               DISPLAY 'ERRO NO OPEN HISTSAL FS=' WRK-FS-HISTSAL        00001700
               MOVE 8                  TO RETURN-CODE                   00001710
               GOBACK                                                   00001720
           END-IF.                                                      00001730
                                                                        00001740
           EXEC SQL                                                     00001750
               OPEN CPERIODO                                            00001760
           END-EXEC.                                                    00001770
                                                                        00001780
           IF SQLCODE                  NOT EQUAL ZEROS                  00001790
               MOVE SQLCODE            TO WRK-SQLCODE                   00001800
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR'         00001810
               MOVE 8                  TO RETURN-CODE                   00001820
               GOBACK                                                   00001830
           END-IF.                                                      00001840
                                                                        00001850
           PERFORM 2100-LER-HISTORICO.                                  00001860
                                                                        00001870
      *----------------------------------------------------------------*00001880
       1000-99-FIM.                    EXIT.                            00001890
      *----------------------------------------------------------------*00001900
                                                                        00001910
      *----------------------------------------------------------------*00001920
       2000-PROCESSAR                  SECTION.                         00001930
      *----------------------------------------------------------------*00001940
                                                                        00001950
           PERFORM 2200-GRAVAR-LINHA.                                   00001960
                                                                        00001970
           PERFORM 2100-LER-HISTORICO.                                  00001980
                                                                        00001990
      *----------------------------------------------------------------*00002000
       2000-99-FIM.                    EXIT.                            00002010
      *----------------------------------------------------------------*00002020
                                                                        00002030
      *----------------------------------------------------------------*00002040
       2100-LER-HISTORICO              SECTION.                         00002050
      *----------------------------------------------------------------*00002060
                                                                        00002070
           EXEC SQL                                                     00002080
             FETCH CPERIODO                                             00002090
              INTO :DB2-HIST-ID,                                        00002100
                   :DB2-NOME-ANTES,                                     00002110
                   :DB2-SETOR-ANTES,                                    00002120
                   :DB2-SALARIO-ANTES,                                  00002130
                   :DB2-DATAADM-ANTES,                                  00002140
                   :DB2-EMAIL-ANTES,                                    00002150
                   :DB2-TELEFONE-ANTES,                                 00002160
                   :DB2-NOME-DEPOIS,                                    00002170
                   :DB2-SETOR-DEPOIS,                                   00002180
                   :DB2-SALARIO-DEPOIS,                                 00002190
                   :DB2-DATAADM-DEPOIS,                                 00002200
                   :DB2-EMAIL-DEPOIS,                                   00002210
                   :DB2-TELEFONE-DEPOIS,                                00002220
                   :DB2-DATA-ALTERACAO                                  00002230
           END-EXEC.                                                    00002240
                                                                        00002250
           EVALUATE SQLCODE                                             00002260
            WHEN 0                                                      00002270
              CONTINUE                                                  00002280
            WHEN 100                                                    00002290
              CONTINUE                                                  00002300
            WHEN OTHER                                                  00002310
              MOVE SQLCODE             TO WRK-SQLCODE                   00002320
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR'         00002330
              MOVE 8                   TO RETURN-CODE                   00002340
           END-EVALUATE.                                                00002350
                                                                        00002360
      *----------------------------------------------------------------*00002370
       2100-99-FIM.                    EXIT.                            00002380
      *----------------------------------------------------------------*00002390
                                                                        00002400
      *----------------------------------------------------------------*00002410
       2200-GRAVAR-LINHA               SECTION.                         00002420
      *----------------------------------------------------------------*00002430
                                                                        00002440
           MOVE DB2-HIST-ID            TO FD-HIS-ID.                    00002450
           MOVE DB2-NOME-ANTES         TO FD-HIS-NOME-ANTES.            00002460
           MOVE DB2-SETOR-ANTES        TO FD-HIS-SETOR-ANTES.           00002470
           MOVE DB2-SALARIO-ANTES      TO FD-HIS-SALARIO-ANTES.         00002480
           MOVE DB2-DATAADM-ANTES      TO FD-HIS-DATAADM-ANTES.         00002490
           MOVE DB2-EMAIL-ANTES        TO FD-HIS-EMAIL-ANTES.           00002500
           MOVE DB2-TELEFONE-ANTES     TO FD-HIS-TELEFONE-ANTES.        00002510
           MOVE DB2-NOME-DEPOIS        TO FD-HIS-NOME-DEPOIS.           00002520
           MOVE DB2-SETOR-DEPOIS       TO FD-HIS-SETOR-DEPOIS.          00002530
           MOVE DB2-SALARIO-DEPOIS     TO FD-HIS-SALARIO-DEPOIS.        00002540
           MOVE DB2-DATAADM-DEPOIS     TO FD-HIS-DATAADM-DEPOIS.        00002550
           MOVE DB2-EMAIL-DEPOIS       TO FD-HIS-EMAIL-DEPOIS.          00002560
           MOVE DB2-TELEFONE-DEPOIS    TO FD-HIS-TELEFONE-DEPOIS.       00002570
           MOVE DB2-DATA-ALTERACAO     TO FD-HIS-DATA-ALTERACAO.        00002580
                                                                        00002590
           WRITE FD-REG-HISTSAL.                                        00002600
           IF WRK-FS-HISTSAL           EQUAL ZEROS                      00002610
               ADD 1                   TO WRK-ACU-DESCARREGADAS         00002620
           ELSE                                                         00002630
               DISPLAY 'ERRO NA GRAVACAO DO HISTSAL FS='                00002640
                       WRK-FS-HISTSAL                                   00002650
               MOVE 8                  TO RETURN-CODE                   00002660
           END-IF.                                                      00002670
                                                                        00002680
      *----------------------------------------------------------------*00002690
       2200-99-FIM.                    EXIT.                            00002700
      *----------------------------------------------------------------*00002710
                                                                        00002720
      *----------------------------------------------------------------*00002730
       3000-FINALIZAR                  SECTION.                         00002740
      *----------------------------------------------------------------*00002750
                                                                        00002760
           EXEC SQL                                                     00002770
             CLOSE CPERIODO                                             00002780
           END-EXEC.                                                    00002790
                                                                        00002800
           CLOSE HISTSAL.                                               00002810
                                                                        00002820
           DISPLAY ' -----------------------------------------------'.  00002830
           DISPLAY ' DATA INICIAL...............: ' WRK-DATA-INICIAL.   00002840
           DISPLAY ' DATA FINAL.................: ' WRK-DATA-FINAL.     00002850
           DISPLAY ' LINHAS DESCARREGADAS.......: '                     00002860
                   WRK-ACU-DESCARREGADAS.                               00002870
           DISPLAY ' -----------------------------------------------'.  00002880
                                                                        00002890
      *----------------------------------------------------------------*00002900
       3000-99-FIM.                    EXIT.                            00002910
      *----------------------------------------------------------------*00002920
