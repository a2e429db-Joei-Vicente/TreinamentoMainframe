      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB32.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: PROPOSTAS DE AUMENTO POR MERITO DO CICLO   *00000100
      *                     DE AVALIACAO DE DESEMPENHO. O CARTAO DA    *00000110
      *                     SYSIN INFORMA O PERIODO DO CICLO (COLUNAS  *00000120
      *                     1-6, AAAANN); SO AS AVALIACOES DO AVALIA   *00000130
      *                     DESSE PERIODO ENTRAM. A NOTA (1 A 5) VIRA  *00000140
      *                     PERCENTUAL PELA MATRIZ DE MERITO DO PARAMS *00000150
      *                     (MERITO-NOTA-1 A MERITO-NOTA-5, COLUNAS    *00000160
      *                     21-25 EM 999V99; PADRAO 0, 0, 2, 4 E 6%).  *00000170
      *                     O SALARIO PROPOSTO FICA DENTRO DA FAIXA DO *00000180
      *                     SETOR (FOUR001.FAIXA_SAL, VIGENCIA MAIS    *00000190
      *                     RECENTE, COMO NO FR06DB18): QUEM ESTA      *00000200
      *                     ABAIXO DO MINIMO SOBE ATE ELE E NINGUEM    *00000210
      *                     PASSA DO MAXIMO. A SOMA DOS AUMENTOS DE    *00000220
      *                     CADA SETOR FICA NO ORCAMENTO DO SETOR      *00000230
      *                     (MERITO-ORCAM, 999V99 DA FOLHA ATUAL DO    *00000240
      *                     SETOR; PADRAO 3%): ESTOURANDO, A PARCELA   *00000250
      *                     DE MERITO E RATEADA PROPORCIONALMENTE      *00000260
      *                     DEPOIS DO AJUSTE A FAIXA.                  *00000270
      *                     GRAVA O RELMER (RELATORIO DOS GESTORES,    *00000280
      *                     POR SETOR) E O PROPMER (B#PROPMR), QUE O   *00000290
      *                     FR06C144 TRANSFORMA NO ARQTRANS DO         *00000300
      *                     FR06DB10 DEPOIS DOS CARTOES DE APROVACAO.  *00000310
      *                     NAO ALTERA A TABELA.                       *00000320
      *----------------------------------------------------------------*00000330
      *  BASE DE DADOS:                                                *00000340
      *      TABELAS DB2                             INCLUDE/BOOK      *00000350
      *      FOUR001.FUNC2                             #BKFUNC2        *00000360
      *      FOUR001.FAIXA_SAL                         (SELECT)        *00000370
      *----------------------------------------------------------------*00000380
      *   ARQUIVOS........:                                            *00000390
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000400
      *   AVALIA   I  (AVALIACOES DO CICLO - LRECL 80, B#AVALIA)       *00000410
      *   PROPMER  O  (PROPOSTAS DE AUMENTO - LRECL 80, B#PROPMR)      *00000420
      *   RELMER   O  (RELATORIO DAS PROPOSTAS - LRECL 80)             *00000430
      *----------------------------------------------------------------*00000440
      *   MODULOS.........:                                             00000450
      *   AUDSYS   - AUDITORIA DO CARTAO DA SYSIN                       00000460
      *----------------------------------------------------------------*00000470
      *   MANUTENCAO:                                                  *00000480
      *================================================================*00000490
                                                                        00000500
      *================================================================*00000510
       ENVIRONMENT                               DIVISION.              00000520
      *================================================================*00000530
                                                                        00000540
      *----------------------------------------------------------------*00000550
       CONFIGURATION                             SECTION.               00000560
      *----------------------------------------------------------------*00000570
                                                                        00000580
       SPECIAL-NAMES.                                                   00000590
           DECIMAL-POINT IS COMMA.                                      00000600
                                                                        00000610
      *----------------------------------------------------------------*00000620
       INPUT-OUTPUT                              SECTION.               00000630
      *----------------------------------------------------------------*00000640
                                                                        00000650
       FILE-CONTROL.                                                    00000660
           SELECT PARAMS ASSIGN            TO PARAMS                    00000670
           FILE STATUS                     IS WRK-FS-PARAMS.            00000680
           SELECT AVALIA ASSIGN            TO AVALIA                    00000690
           FILE STATUS                     IS WRK-FS-AVALIA.            00000700
           SELECT PROPMER ASSIGN           TO PROPMER                   00000710
           FILE STATUS                     IS WRK-FS-PROPMER.           00000720
           SELECT RELMER ASSIGN            TO RELMER                    00000730
           FILE STATUS                     IS WRK-FS-RELMER.            00000740
                                                                        00000750
      *================================================================*00000760
       DATA                                      DIVISION.              00000770
      *================================================================*00000780
                                                                        00000790
      *----------------------------------------------------------------*00000800
       FILE                                      SECTION.               00000810
      *----------------------------------------------------------------*00000820
                                                                        00000830
       FD  PARAMS                                                       00000840
           RECORDING MODE IS F                                          00000850
           LABEL RECORD IS STANDARD                                     00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
                                                                        00000880
       01 FD-PARAMS                     PIC X(50).                      00000890
                                                                        00000900
       FD  AVALIA                                                       00000910
           RECORDING MODE IS F                                          00000920
           LABEL RECORD IS STANDARD                                     00000930
           BLOCK CONTAINS 0 RECORDS.                                    00000940
                                                                        00000950
       01 FD-AVALIA                     PIC X(80).                      00000960
                                                                        00000970
       FD  PROPMER                                                      00000980
           RECORDING MODE IS F                                          00000990
           LABEL RECORD IS STANDARD                                     00001000
           BLOCK CONTAINS 0 RECORDS.                                    00001010
                                                                        00001020
       01 FD-PROPMER                    PIC X(80).                      00001030
                                                                        00001040
       FD  RELMER                                                       00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORD IS STANDARD                                     00001070
           BLOCK CONTAINS 0 RECORDS.                                    00001080
                                                                        00001090
       01 FD-RELMER                     PIC X(80).                      00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
       WORKING-STORAGE                           SECTION.               00001130
      *----------------------------------------------------------------*00001140
                                                                        00001150
      *----------------------------------------------------------------*00001160
       01 FILLER                       PIC  X(050)         VALUE        00001170
           '***  FR06DB32 - INICIO DA AREA DE WORKING   ***'.           00001180
      *----------------------------------------------------------------*00001190
                                                                        00001200
       01 WRK-CARTAO.                                                   00001210
          05 WRK-CRT-PERIODO           PIC X(06).                       00001220
          05 FILLER                    PIC X(74).                       00001230
                                                                        00001240
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001250
                                                                        00001260
       01 WRK-DATA-SISTEMA.                                             00001270
          05 WRK-DSI-ANO               PIC 9(04).                       00001280
          05 WRK-DSI-MES               PIC 9(02).                       00001290
          05 WRK-DSI-DIA               PIC 9(02).                       00001300
                                                                        00001310
      *----------------------------------------------------------------*00001320
       01 FILLER                       PIC  X(050)         VALUE        00001330
           '***  AVALIACOES DO CICLO (B#AVALIA)  ***'.                  00001340
      *----------------------------------------------------------------*00001350
                                                                        00001360
           COPY 'B#AVALIA'.                                             00001370
                                                                        00001380
       01 WRK-TAB-AVALIACAO.                                            00001390
          05 WRK-TAV-ITEM              OCCURS 9999 TIMES.               00001400
             10 WRK-TAV-NOTA           PIC 9(01).                       00001410
             10 WRK-TAV-ACHADO         PIC X(01).                       00001420
                                                                        00001430
       77 WRK-IDX-AVA                  PIC 9(05) VALUE ZEROS.           00001440
                                                                        00001450
      *----------------------------------------------------------------*00001460
       01 FILLER                       PIC  X(050)         VALUE        00001470
           '***  MATRIZ DE MERITO E ORCAMENTO (B#PARAM)  ***'.          00001480
      *----------------------------------------------------------------*00001490
                                                                        00001500
           COPY 'B#PARAM'.                                              00001510
                                                                        00001520
       01 WRK-MATRIZ-PADRAO.                                            00001530
          05 FILLER                    PIC 9(03)V99 VALUE ZEROS.        00001540
          05 FILLER                    PIC 9(03)V99 VALUE ZEROS.        00001550
          05 FILLER                    PIC 9(03)V99 VALUE 2,00.         00001560
          05 FILLER                    PIC 9(03)V99 VALUE 4,00.         00001570
          05 FILLER                    PIC 9(03)V99 VALUE 6,00.         00001580
       01 WRK-MATRIZ-PADRAO-R REDEFINES WRK-MATRIZ-PADRAO.              00001590
          05 WRK-MPD-PERC              PIC 9(03)V99 OCCURS 5 TIMES.     00001600
                                                                        00001610
       01 WRK-MATRIZ-MERITO.                                            00001620
          05 WRK-MAT-ITEM              OCCURS 5 TIMES.                  00001630
             10 WRK-MAT-PERC           PIC 9(03)V99.                    00001640
             10 WRK-MAT-VIGENCIA       PIC 9(08).                       00001650
                                                                        00001660
       01 WRK-NOME-PARAM-NOTA.                                          00001670
          05 FILLER                    PIC X(12) VALUE 'MERITO-NOTA-'.  00001680
          05 WRK-NPN-NOTA              PIC X(01) VALUE SPACES.          00001690
          05 WRK-NPN-NOTA-N REDEFINES WRK-NPN-NOTA                      00001710
                                       PIC 9(01).                       00001720
          05 FILLER                    PIC X(07) VALUE SPACES.          00001730
                                                                        00001740
       77 WRK-PERC-ORCAMENTO           PIC 9(03)V99 VALUE 3,00.         00001750
       77 WRK-VIG-ORCAMENTO            PIC 9(08) VALUE ZEROS.           00001760
       77 WRK-PERC-EDITADO             PIC ZZ9,99.                      00001770
       01 WRK-PERC-PARAM-X             PIC X(05) VALUE ZEROS.           00001780
       01 WRK-PERC-PARAM REDEFINES WRK-PERC-PARAM-X                     00001790
                                       PIC 9(03)V99.                    00001800
       77 WRK-IDX-NOTA                 PIC 9(01) VALUE ZEROS.           00001810
                                                                        00001820
      *----------------------------------------------------------------*00001830
       01 FILLER                       PIC  X(050)         VALUE        00001840
           '***  PROPOSTAS DO SETOR EM CURSO  ***'.                     00001850
      *----------------------------------------------------------------*00001860
                                                                        00001870
       01 WRK-TAB-SETOR.                                                00001880
          05 WRK-TSE-ITEM              OCCURS 2000 TIMES.               00001890
             10 WRK-TSE-ID             PIC 9(04).                       00001900
             10 WRK-TSE-NOME           PIC X(30).                       00001910
             10 WRK-TSE-NOTA           PIC 9(01).                       00001920
             10 WRK-TSE-PERC           PIC 9(03)V99.                    00001930
             10 WRK-TSE-ATUAL          PIC 9(10).                       00001940
             10 WRK-TSE-BASE           PIC 9(10).                       00001950
             10 WRK-TSE-MERITO         PIC 9(10).                       00001960
             10 WRK-TSE-SITUACAO       PIC X(01).                       00001970
                                                                        00001980
       77 WRK-QT-SETOR                 PIC 9(04) VALUE ZEROS.           00001990
       77 WRK-IDX-SETOR                PIC 9(04) VALUE ZEROS.           00002000
       77 WRK-SETOR-ATUAL              PIC X(04) VALUE SPACES.          00002010
       77 WRK-SETOR-ABERTO             PIC X(01) VALUE 'N'.             00002020
       77 WRK-TEM-FAIXA                PIC X(01) VALUE 'N'.             00002030
       77 WRK-FAIXA-MIN                PIC 9(10) VALUE ZEROS.           00002040
       77 WRK-FAIXA-MAX                PIC 9(10) VALUE ZEROS.           00002050
       77 WRK-SET-FOLHA                PIC 9(12) VALUE ZEROS.           00002060
       77 WRK-SET-ORCAMENTO            PIC 9(12) VALUE ZEROS.           00002070
       77 WRK-SET-AJUSTE-FAIXA         PIC 9(12) VALUE ZEROS.           00002080
       77 WRK-SET-MERITO               PIC 9(12) VALUE ZEROS.           00002090
       77 WRK-SET-DISPONIVEL           PIC 9(12) VALUE ZEROS.           00002100
       77 WRK-SET-AUMENTO              PIC 9(12) VALUE ZEROS.           00002110
       77 WRK-SET-RATEADO              PIC X(01) VALUE 'N'.             00002120
       77 WRK-AUMENTO                  PIC 9(10) VALUE ZEROS.           00002130
       77 WRK-SALARIO-NOVO             PIC 9(10) VALUE ZEROS.           00002140
       77 WRK-SALARIO-PROPOSTO         PIC 9(10) VALUE ZEROS.           00002150
                                                                        00002160
      *----------------------------------------------------------------*00002170
       01 FILLER                       PIC  X(050)         VALUE        00002180
           '***  PROPOSTA GRAVADA (B#PROPMR)  ***'.                     00002190
      *----------------------------------------------------------------*00002200
                                                                        00002210
           COPY 'B#PROPMR'.                                             00002220
                                                                        00002230
      *----------------------------------------------------------------*00002240
       01 FILLER                       PIC  X(050)         VALUE        00002250
           '***  LINHAS DO RELATORIO RELMER  ***'.                      00002260
      *----------------------------------------------------------------*00002270
                                                                        00002280
       01 WRK-CABEC1.                                                   00002290
          05 FILLER                    PIC X(40) VALUE                  00002300
             '------ PROPOSTAS DE AUMENTO POR MERITO -'.                00002310
          05 FILLER                    PIC X(07) VALUE ' CICLO '.       00002320
          05 WRK-CB1-PERIODO           PIC X(06).                       00002330
          05 FILLER                    PIC X(08) VALUE ' - DATA '.      00002340
          05 WRK-CB1-DATA              PIC X(10).                       00002350
          05 FILLER                    PIC X(09) VALUE ' ------'.       00002360
                                                                        00002370
       01 WRK-CABEC2.                                                   00002380
          05 FILLER                    PIC X(40) VALUE                  00002390
             'ID   NOME                 N   PERC SALAR'.                00002400
          05 FILLER                    PIC X(40) VALUE                  00002410
             'IO ATUAL      PROPOSTO     AUMENTO S    '.                00002420
                                                                        00002430
       01 WRK-LINHA-CAB-SETOR.                                          00002440
          05 FILLER                    PIC X(06) VALUE 'SETOR '.        00002450
          05 WRK-LCS-SETOR             PIC X(04).                       00002460
          05 FILLER                    PIC X(09) VALUE '  FAIXA: '.     00002470
          05 WRK-LCS-FAIXA             PIC X(61).                       00002480
                                                                        00002490
       01 WRK-FAIXA-EDITADA.                                            00002500
          05 WRK-FED-MINIMO            PIC Z.ZZZ.ZZZ.ZZ9.               00002510
          05 FILLER                    PIC X(03) VALUE ' A '.           00002520
          05 WRK-FED-MAXIMO            PIC Z.ZZZ.ZZZ.ZZ9.               00002530
                                                                        00002540
       01 WRK-LINHA-DETALHE.                                            00002550
          05 WRK-LDE-ID                PIC 9(04).                       00002560
          05 FILLER                    PIC X(01) VALUE SPACES.          00002570
          05 WRK-LDE-NOME              PIC X(20).                       00002580
          05 FILLER                    PIC X(01) VALUE SPACES.          00002590
          05 WRK-LDE-NOTA              PIC 9(01).                       00002600
          05 FILLER                    PIC X(01) VALUE SPACES.          00002610
          05 WRK-LDE-PERC              PIC ZZ9,99.                      00002620
          05 FILLER                    PIC X(01) VALUE SPACES.          00002630
          05 WRK-LDE-ATUAL             PIC Z.ZZZ.ZZZ.ZZ9.               00002640
          05 FILLER                    PIC X(01) VALUE SPACES.          00002650
          05 WRK-LDE-PROPOSTO          PIC Z.ZZZ.ZZZ.ZZ9.               00002660
          05 FILLER                    PIC X(01) VALUE SPACES.          00002670
          05 WRK-LDE-AUMENTO           PIC ZZZ.ZZZ.ZZ9.                 00002680
          05 FILLER                    PIC X(01) VALUE SPACES.          00002690
          05 WRK-LDE-SITUACAO          PIC X(01).                       00002700
          05 FILLER                    PIC X(04) VALUE SPACES.          00002710
                                                                        00002720
       01 WRK-LINHA-TOTAL.                                              00002730
          05 WRK-LTT-ROTULO            PIC X(30).                       00002740
          05 FILLER                    PIC X(02) VALUE ': '.            00002750
          05 WRK-LTT-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9.             00002760
          05 FILLER                    PIC X(33) VALUE SPACES.          00002770
                                                                        00002780
       01 WRK-LINHA-QTDE.                                               00002790
          05 WRK-LQT-ROTULO            PIC X(30).                       00002800
          05 FILLER                    PIC X(02) VALUE ': '.            00002810
          05 WRK-LQT-QTDE              PIC ZZZZZZ9.                     00002820
          05 FILLER                    PIC X(41) VALUE SPACES.          00002830
                                                                        00002840
       01 WRK-LINHA-MATRIZ.                                             00002850
          05 WRK-LMA-ROTULO            PIC X(30).                       00002860
          05 FILLER                    PIC X(02) VALUE ': '.            00002870
          05 WRK-LMA-PERC              PIC ZZ9,99.                      00002880
          05 FILLER                    PIC X(15) VALUE                  00002890
             '%  VIGENCIA DE '.                                         00002900
          05 WRK-LMA-VIGENCIA          PIC 9999/99/99.                  00002910
          05 FILLER                    PIC X(17) VALUE SPACES.          00002920
                                                                        00002930
       01 WRK-LINHA-MENSAGEM           PIC X(80) VALUE SPACES.          00002940
                                                                        00002950
       01 WRK-LINHA-LEGENDA.                                            00002960
          05 FILLER                    PIC X(40) VALUE                  00002970
             'S: F = LIMITADO PELA FAIXA  O = RATEADO '.                00002980
          05 FILLER                    PIC X(40) VALUE                  00002990
             'PELO ORCAMENTO  X = ACIMA DA FAIXA      '.                00003000
                                                                        00003010
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00003020
                                                                        00003030
      *----------------------------------------------------------------*00003040
       01 FILLER                       PIC  X(050)         VALUE        00003050
           '***  ACUMULADORES  ***'.                                    00003060
      *----------------------------------------------------------------*00003070
                                                                        00003080
       77 WRK-ACUM-AVALIACOES          PIC 9(07) VALUE ZEROS.           00003090
       77 WRK-ACUM-OUTRO-PERIODO       PIC 9(07) VALUE ZEROS.           00003100
       77 WRK-ACUM-REJEITADAS          PIC 9(07) VALUE ZEROS.           00003110
       77 WRK-ACUM-SEM-CADASTRO        PIC 9(07) VALUE ZEROS.           00003120
       77 WRK-ACUM-LIDOS               PIC 9(07) VALUE ZEROS.           00003130
       77 WRK-ACUM-AVALIADOS           PIC 9(07) VALUE ZEROS.           00003140
       77 WRK-ACUM-PROPOSTAS           PIC 9(07) VALUE ZEROS.           00003150
       77 WRK-ACUM-LIMITADOS           PIC 9(07) VALUE ZEROS.           00003160
       77 WRK-ACUM-RATEADOS            PIC 9(07) VALUE ZEROS.           00003170
       77 WRK-ACUM-SETORES             PIC 9(07) VALUE ZEROS.           00003180
       77 WRK-ACUM-SETORES-RATEIO      PIC 9(07) VALUE ZEROS.           00003190
       77 WRK-ACUM-SETORES-SEM-ORC     PIC 9(07) VALUE ZEROS.           00003200
       77 WRK-TOT-FOLHA                PIC 9(13) VALUE ZEROS.           00003210
       77 WRK-TOT-ORCAMENTO            PIC 9(13) VALUE ZEROS.           00003220
       77 WRK-TOT-AUMENTO              PIC 9(13) VALUE ZEROS.           00003230
                                                                        00003240
      *----------------------------------------------------------------*00003250
       01 FILLER                       PIC  X(050)         VALUE        00003260
           '*** AREA DO MODULO AUDSYS ***'.                             00003270
      *----------------------------------------------------------------*00003280
                                                                        00003290
           COPY '#AUDSYS'.                                              00003300
                                                                        00003310
      *----------------------------------------------------------------*00003320
       01 FILLER                       PIC  X(050)         VALUE        00003330
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00003340
      *----------------------------------------------------------------*00003350
                                                                        00003360
       77 WRK-SQLCODE                  PIC -999.                        00003370
       77 WRK-FS-PARAMS                PIC 9(02).                       00003380
       77 WRK-FS-AVALIA                PIC 9(02).                       00003390
       77 WRK-FS-PROPMER               PIC 9(02).                       00003400
       77 WRK-FS-RELMER                PIC 9(02).                       00003410
                                                                        00003420
      *----------------------------------------------------------------*00003430
       01 FILLER                       PIC  X(050)         VALUE        00003440
           '*** AREA DB2 ***'.                                          00003450
      *----------------------------------------------------------------*00003460
                                                                        00003470
           EXEC SQL                                                     00003480
             INCLUDE #BKFUNC2                                           00003490
           END-EXEC.                                                    00003500
                                                                        00003510
           EXEC SQL                                                     00003520
              INCLUDE SQLCA                                             00003530
           END-EXEC.                                                    00003540
                                                                        00003550
      *----------------------------------------------------------------*00003560
       01 FILLER                      PIC  X(050)         VALUE         00003570
           '*** AREA CURSOR ***'.                                       00003580
      *----------------------------------------------------------------*00003590
                                                                        00003600
           EXEC SQL                                                     00003610
            DECLARE CFUNC CURSOR FOR                                    00003620
             SELECT ID,NOME,SETOR,SALARIO                               00003630
                    FROM FOUR001.FUNC2                                  00003640
                    ORDER BY SETOR, ID                                  00003650
           END-EXEC.                                                    00003660
                                                                        00003670
      *================================================================*00003680
       PROCEDURE                                 DIVISION.              00003690
      *================================================================*00003700
                                                                        00003710
      *----------------------------------------------------------------*00003720
       0000-PRINCIPAL                  SECTION.                         00003730
      *----------------------------------------------------------------*00003740
                                                                        00003750
                PERFORM 1000-INICIAR.                                   00003760
                                                                        00003770
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100          00003780
                                                                        00003790
                PERFORM 3000-FINALIZAR.                                 00003800
                                                                        00003810
                STOP RUN.                                               00003820
                                                                        00003830
      *----------------------------------------------------------------*00003840
       0000-99-FIM.                    EXIT.                            00003850
      *----------------------------------------------------------------*00003860
                                                                        00003870
      *----------------------------------------------------------------*00003880
       1000-INICIAR                              SECTION.               00003890
      *----------------------------------------------------------------*00003900
                                                                        00003910
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00003920
           MOVE 'FR06DB32'             TO WRK-AUD-PROGRAMA.             00003930
           MOVE WRK-CARTAO             TO WRK-AUD-CARTAO.               00003940
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003950
           IF WRK-CRT-PERIODO          NOT NUMERIC                      00003960
               DISPLAY 'PERIODO DO CICLO INVALIDO NO CARTAO: '          00003970
                       WRK-CRT-PERIODO                                  00003980
               MOVE 8                  TO RETURN-CODE                   00003990
               GOBACK                                                   00004000
           END-IF.                                                      00004010
                                                                        00004020
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00004030
           MOVE WRK-DATA-CORTE         TO WRK-DATA-SISTEMA.             00004040
                                                                        00004050
           PERFORM 1100-CARREGAR-PARAMETROS.                            00004060
           PERFORM 1300-CARREGAR-AVALIACOES.                            00004070
                                                                        00004080
           MOVE WRK-PERC-ORCAMENTO     TO WRK-PERC-EDITADO.             00004090
           DISPLAY 'PROPOSTAS DE MERITO - CICLO ' WRK-CRT-PERIODO       00004100
                   ' - ORCAMENTO ' WRK-PERC-EDITADO '% DA FOLHA'.       00004110
                                                                        00004120
           OPEN OUTPUT PROPMER.                                         00004130
           IF WRK-FS-PROPMER           NOT EQUAL ZEROS                  00004140
               DISPLAY 'ERRO NO OPEN PROPMER FS=' WRK-FS-PROPMER        00004150
               MOVE 8                  TO RETURN-CODE                   00004160
               GOBACK                                                   00004170
           END-IF.                                                      00004180
                                                                        00004190
           OPEN OUTPUT RELMER.                                          00004200
           IF WRK-FS-RELMER            NOT EQUAL ZEROS                  00004210
               DISPLAY 'ERRO NO OPEN RELMER FS=' WRK-FS-RELMER          00004220
               MOVE 8                  TO RETURN-CODE                   00004230
               GOBACK                                                   00004240
           END-IF.                                                      00004250
                                                                        00004260
           MOVE WRK-CRT-PERIODO        TO WRK-CB1-PERIODO.              00004270
           MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).            00004280
           MOVE '/'                    TO WRK-CB1-DATA(3:1).            00004290
           MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).            00004300
           MOVE '/'                    TO WRK-CB1-DATA(6:1).            00004310
           MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).            00004320
           WRITE FD-RELMER             FROM WRK-CABEC1.                 00004330
                                                                        00004340
           EXEC SQL                                                     00004350
               OPEN CFUNC                                               00004360
           END-EXEC.                                                    00004370
                                                                        00004380
           IF SQLCODE                  NOT EQUAL ZEROS                  00004390
               MOVE SQLCODE            TO WRK-SQLCODE                   00004400
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR'         00004410
               MOVE 8                  TO RETURN-CODE                   00004420
               GOBACK                                                   00004430
           END-IF.                                                      00004440
                                                                        00004450
           PERFORM 2100-LER-FUNCIONARIO.                                00004460
                                                                        00004470
      *----------------------------------------------------------------*00004480
       1000-99-FIM.                    EXIT.                            00004490
      *----------------------------------------------------------------*00004500
                                                                        00004510
      *----------------------------------------------------------------*00004520
       1100-CARREGAR-PARAMETROS                  SECTION.               00004530
      *----------------------------------------------------------------*00004540
      *    MERITO-NOTA-1 A MERITO-NOTA-5 E MERITO-ORCAM: VALE O         00004550
      *    REGISTRO DE VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA DO    00004560
      *    SISTEMA. SEM O PARAMETRO (OU SEM PARAMS) FICA O PADRAO.      00004570
      *----------------------------------------------------------------*00004580
                                                                        00004590
           PERFORM 1120-ASSUMIR-PADRAO                                  00004600
               VARYING WRK-IDX-NOTA FROM 1 BY 1                         00004610
               UNTIL WRK-IDX-NOTA GREATER 5.                            00004620
                                                                        00004630
           OPEN INPUT PARAMS.                                           00004640
           IF WRK-FS-PARAMS            EQUAL 35                         00004650
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00004660
               GO TO 1100-99-FIM                                        00004670
           END-IF.                                                      00004680
                                                                        00004690
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00004700
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00004710
               MOVE 8                  TO RETURN-CODE                   00004720
               GOBACK                                                   00004730
           END-IF.                                                      00004740
                                                                        00004750
           PERFORM 1110-LER-PARAMETRO                                   00004760
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00004770
           CLOSE PARAMS.                                                00004780
                                                                        00004790
      *----------------------------------------------------------------*00004800
       1100-99-FIM.                    EXIT.                            00004810
      *----------------------------------------------------------------*00004820
                                                                        00004830
      *----------------------------------------------------------------*00004840
       1110-LER-PARAMETRO                        SECTION.               00004850
      *----------------------------------------------------------------*00004860
                                                                        00004870
           READ PARAMS INTO WRK-REG-PARAM.                              00004880
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00004890
               MOVE 10                 TO WRK-FS-PARAMS                 00004900
               GO TO 1110-99-FIM                                        00004910
           END-IF.                                                      00004920
                                                                        00004930
           IF WRK-PARAM-DATA-EFET      GREATER WRK-DATA-CORTE           00004940
               GO TO 1110-99-FIM                                        00004950
           END-IF.                                                      00004960
                                                                        00004970
           MOVE WRK-PARAM-NOME(13:1)   TO WRK-NPN-NOTA.                 00004980
           IF WRK-PARAM-NOME           NOT EQUAL WRK-NOME-PARAM-NOTA    00004990
              OR (WRK-NPN-NOTA LESS '1' OR WRK-NPN-NOTA GREATER '5')    00005000
               IF WRK-PARAM-NOME       NOT EQUAL 'MERITO-ORCAM'         00005010
                   GO TO 1110-99-FIM                                    00005020
               END-IF                                                   00005030
           END-IF.                                                      00005040
                                                                        00005050
      *    PERCENTUAL 999V99 NAS COLUNAS 21-25, ATE 100,00. FORA DISSO  00005060
      *    O PARAMETRO CANCELA O JOB.                                   00005070
           IF WRK-PARAM-VALOR(1:5)     NOT NUMERIC                      00005080
              OR WRK-PARAM-VALOR(1:5)  GREATER '10000'                  00005090
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00005100
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00005110
               MOVE 8                  TO RETURN-CODE                   00005120
               GOBACK                                                   00005130
           END-IF.                                                      00005140
           MOVE WRK-PARAM-VALOR(1:5)   TO WRK-PERC-PARAM-X.             00005150
                                                                        00005160
           IF WRK-PARAM-NOME           EQUAL 'MERITO-ORCAM'             00005170
               IF WRK-PARAM-DATA-EFET  NOT LESS WRK-VIG-ORCAMENTO       00005180
                   MOVE WRK-PERC-PARAM TO WRK-PERC-ORCAMENTO            00005190
                   MOVE WRK-PARAM-DATA-EFET                             00005200
                                       TO WRK-VIG-ORCAMENTO             00005210
               END-IF                                                   00005220
               GO TO 1110-99-FIM                                        00005230
           END-IF.                                                      00005240
                                                                        00005250
           IF WRK-PARAM-DATA-EFET      NOT LESS                         00005260
                                  WRK-MAT-VIGENCIA(WRK-NPN-NOTA-N)      00005270
               MOVE WRK-PERC-PARAM     TO WRK-MAT-PERC(WRK-NPN-NOTA-N)  00005280
               MOVE WRK-PARAM-DATA-EFET                                 00005290
                                   TO WRK-MAT-VIGENCIA(WRK-NPN-NOTA-N)  00005300
           END-IF.                                                      00005310
                                                                        00005320
      *----------------------------------------------------------------*00005330
       1110-99-FIM.                    EXIT.                            00005340
      *----------------------------------------------------------------*00005350
                                                                        00005360
      *----------------------------------------------------------------*00005370
       1120-ASSUMIR-PADRAO                       SECTION.               00005380
      *----------------------------------------------------------------*00005390
                                                                        00005400
           MOVE WRK-MPD-PERC(WRK-IDX-NOTA)                              00005410
                                       TO WRK-MAT-PERC(WRK-IDX-NOTA).   00005420
           MOVE ZEROS                                                   00005430
                                   TO WRK-MAT-VIGENCIA(WRK-IDX-NOTA).   00005440
                                                                        00005450
      *----------------------------------------------------------------*00005460
       1120-99-FIM.                    EXIT.                            00005470
      *----------------------------------------------------------------*00005480
                                                                        00005490
      *----------------------------------------------------------------*00005500
       1300-CARREGAR-AVALIACOES                  SECTION.               00005510
      *----------------------------------------------------------------*00005520
      *    SO AS AVALIACOES DO PERIODO DO CARTAO. NOTA FORA DE 1 A 5,   00005530
      *    ID INVALIDO OU FUNCIONARIO AVALIADO DUAS VEZES NO CICLO SAO  00005540
      *    REJEITADOS (RC 4); A PRIMEIRA AVALIACAO VALIDA FICA.         00005550
      *----------------------------------------------------------------*00005560
                                                                        00005570
           INITIALIZE WRK-TAB-AVALIACAO.                                00005580
                                                                        00005590
           OPEN INPUT AVALIA.                                           00005600
           IF WRK-FS-AVALIA            NOT EQUAL ZEROS                  00005610
               DISPLAY 'ERRO NO OPEN AVALIA FS=' WRK-FS-AVALIA          00005620
               MOVE 8                  TO RETURN-CODE                   00005630
               GOBACK                                                   00005640
           END-IF.                                                      00005650
                                                                        00005660
           PERFORM 1310-LER-AVALIACAO                                   00005670
               UNTIL WRK-FS-AVALIA EQUAL 10.                            00005680
           CLOSE AVALIA.                                                00005690
                                                                        00005700
      *----------------------------------------------------------------*00005710
       1300-99-FIM.                    EXIT.                            00005720
      *----------------------------------------------------------------*00005730
                                                                        00005740
      *----------------------------------------------------------------*00005750
       1310-LER-AVALIACAO                        SECTION.               00005760
      *----------------------------------------------------------------*00005770
                                                                        00005780
           READ AVALIA INTO WRK-REG-AVALIACAO.                          00005790
           IF WRK-FS-AVALIA            NOT EQUAL ZEROS                  00005800
               MOVE 10                 TO WRK-FS-AVALIA                 00005810
               GO TO 1310-99-FIM                                        00005820
           END-IF.                                                      00005830
                                                                        00005840
           IF WRK-AVA-PERIODO          NOT EQUAL WRK-CRT-PERIODO        00005850
               ADD 1                   TO WRK-ACUM-OUTRO-PERIODO        00005860
               GO TO 1310-99-FIM                                        00005870
           END-IF.                                                      00005880
                                                                        00005890
           ADD 1                       TO WRK-ACUM-AVALIACOES.          00005900
                                                                        00005910
           IF WRK-AVA-ID               NOT NUMERIC                      00005920
              OR WRK-AVA-ID            EQUAL ZEROS                      00005930
              OR (WRK-AVA-NOTA LESS '1' OR WRK-AVA-NOTA GREATER '5')    00005940
               ADD 1                   TO WRK-ACUM-REJEITADAS           00005950
               DISPLAY 'AVALIACAO INVALIDA - REJEITADA: '               00005960
                       WRK-REG-AVALIACAO(1:27)                          00005970
               GO TO 1310-99-FIM                                        00005980
           END-IF.                                                      00005990
                                                                        00006000
           IF WRK-TAV-NOTA(WRK-AVA-ID) NOT EQUAL ZEROS                  00006010
               ADD 1                   TO WRK-ACUM-REJEITADAS           00006020
               DISPLAY 'AVALIACAO REPETIDA NO CICLO - REJEITADA: '      00006030
                       WRK-REG-AVALIACAO(1:27)                          00006040
               GO TO 1310-99-FIM                                        00006050
           END-IF.                                                      00006060
                                                                        00006070
           MOVE WRK-AVA-NOTA-N         TO WRK-TAV-NOTA(WRK-AVA-ID).     00006080
                                                                        00006090
      *----------------------------------------------------------------*00006100
       1310-99-FIM.                    EXIT.                            00006110
      *----------------------------------------------------------------*00006120
                                                                        00006130
      *----------------------------------------------------------------*00006140
       2000-PROCESSAR                  SECTION.                         00006150
      *----------------------------------------------------------------*00006160
                                                                        00006170
           IF WRK-SETOR-ABERTO         EQUAL 'S'                        00006180
              AND DB2-SETOR            NOT EQUAL WRK-SETOR-ATUAL        00006190
               PERFORM 2500-FECHAR-SETOR                                00006200
           END-IF.                                                      00006210
                                                                        00006220
           IF WRK-SETOR-ABERTO         NOT EQUAL 'S'                    00006230
               PERFORM 2200-ABRIR-SETOR                                 00006240
           END-IF.                                                      00006250
                                                                        00006260
           ADD DB2-SALARIO             TO WRK-SET-FOLHA.                00006270
                                                                        00006280
           IF DB2-ID                   EQUAL ZEROS                      00006290
              OR WRK-TAV-NOTA(DB2-ID)  EQUAL ZEROS                      00006300
               GO TO 2000-90-LER                                        00006310
           END-IF.                                                      00006320
                                                                        00006330
           MOVE 'S'                    TO WRK-TAV-ACHADO(DB2-ID).       00006340
           ADD 1                       TO WRK-ACUM-AVALIADOS.           00006350
           PERFORM 2300-CALCULAR-PROPOSTA.                              00006360
                                                                        00006370
       2000-90-LER.                                                     00006380
           PERFORM 2100-LER-FUNCIONARIO.                                00006390
                                                                        00006400
      *----------------------------------------------------------------*00006410
       2000-99-FIM.                    EXIT.                            00006420
      *----------------------------------------------------------------*00006430
                                                                        00006440
      *----------------------------------------------------------------*00006450
       2100-LER-FUNCIONARIO            SECTION.                         00006460
      *----------------------------------------------------------------*00006470
                                                                        00006480
           EXEC SQL                                                     00006490
             FETCH CFUNC                                                00006500
              INTO :DB2-ID,                                             00006510
                   :DB2-NOME,                                           00006520
                   :DB2-SETOR,                                          00006530
                   :DB2-SALARIO                                         00006540
           END-EXEC.                                                    00006550
                                                                        00006560
           EVALUATE SQLCODE                                             00006570
            WHEN 0                                                      00006580
              ADD 1                    TO WRK-ACUM-LIDOS                00006590
            WHEN 100                                                    00006600
              CONTINUE                                                  00006610
            WHEN OTHER                                                  00006620
              MOVE SQLCODE             TO WRK-SQLCODE                   00006630
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR'         00006640
              MOVE 8                   TO RETURN-CODE                   00006650
              GOBACK                                                    00006660
           END-EVALUATE.                                                00006670
                                                                        00006680
      *----------------------------------------------------------------*00006690
       2100-99-FIM.                    EXIT.                            00006700
      *----------------------------------------------------------------*00006710
                                                                        00006720
      *----------------------------------------------------------------*00006730
       2200-ABRIR-SETOR                SECTION.                         00006740
      *----------------------------------------------------------------*00006750
      *    FAIXA SALARIAL DO SETOR (FOUR001.FAIXA_SAL, VIGENCIA MAIS   *00006760
      *    RECENTE), COMO NO FR06DB18. SETOR SEM FAIXA NAO E LIMITADO. *00006770
      *----------------------------------------------------------------*00006780
                                                                        00006790
           MOVE DB2-SETOR              TO WRK-SETOR-ATUAL.              00006800
           MOVE 'S'                    TO WRK-SETOR-ABERTO.             00006810
           MOVE ZEROS                  TO WRK-QT-SETOR                  00006820
                                          WRK-SET-FOLHA                 00006830
                                          WRK-SET-AJUSTE-FAIXA          00006840
                                          WRK-SET-MERITO                00006850
                                          WRK-SET-AUMENTO.              00006860
           MOVE 'N'                    TO WRK-SET-RATEADO.              00006870
                                                                        00006880
           MOVE 'S'                    TO WRK-TEM-FAIXA.                00006890
           EXEC SQL                                                     00006900
             SELECT MINIMO, MAXIMO                                      00006910
              INTO :WRK-FAIXA-MIN, :WRK-FAIXA-MAX                       00006920
              FROM FOUR001.FAIXA_SAL                                    00006930
              WHERE SETOR = :DB2-SETOR                                  00006940
                AND DATA_EFET =                                         00006950
                    (SELECT MAX(DATA_EFET)                              00006960
                       FROM FOUR001.FAIXA_SAL                           00006970
                      WHERE SETOR = :DB2-SETOR                          00006980
                        AND DATA_EFET <= CURRENT DATE)                  00006990
           END-EXEC.                                                    00007000
                                                                        00007010
           EVALUATE TRUE                                                00007020
            WHEN SQLCODE EQUAL 100                                      00007030
              MOVE 'N'                 TO WRK-TEM-FAIXA                 00007040
            WHEN SQLCODE NOT EQUAL ZEROS                                00007050
              MOVE SQLCODE             TO WRK-SQLCODE                   00007060
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DA FAIXA'       00007070
              MOVE 8                   TO RETURN-CODE                   00007080
              GOBACK                                                    00007090
            WHEN OTHER                                                  00007100
              CONTINUE                                                  00007110
           END-EVALUATE.                                                00007120
                                                                        00007130
      *----------------------------------------------------------------*00007140
       2200-99-FIM.                    EXIT.                            00007150
      *----------------------------------------------------------------*00007160
                                                                        00007170
      *----------------------------------------------------------------*00007180
       2300-CALCULAR-PROPOSTA          SECTION.                         00007190
      *----------------------------------------------------------------*00007200
      *    BASE = SALARIO ATUAL, OU O MINIMO DA FAIXA SE ESTIVER       *00007210
      *    ABAIXO DELE (AJUSTE A FAIXA, FORA DO RATEIO). MERITO = O    *00007220
      *    QUE O PERCENTUAL DA NOTA DA ACIMA DA BASE, SEM PASSAR DO    *00007230
      *    MAXIMO. QUEM JA ESTA ACIMA DO MAXIMO NAO TEM PROPOSTA.      *00007240
      *----------------------------------------------------------------*00007250
                                                                        00007260
           IF WRK-QT-SETOR             NOT LESS 2000                    00007270
               DISPLAY 'SETOR ' WRK-SETOR-ATUAL                         00007280
                       ' COM MAIS DE 2000 AVALIADOS - JOB CANCELADO'    00007290
               MOVE 8                  TO RETURN-CODE                   00007300
               GOBACK                                                   00007310
           END-IF.                                                      00007320
           ADD 1                       TO WRK-QT-SETOR.                 00007330
           MOVE WRK-QT-SETOR           TO WRK-IDX-SETOR.                00007340
                                                                        00007350
           MOVE DB2-ID                 TO WRK-TSE-ID(WRK-IDX-SETOR).    00007360
           MOVE DB2-NOME               TO WRK-TSE-NOME(WRK-IDX-SETOR).  00007370
           MOVE WRK-TAV-NOTA(DB2-ID)   TO WRK-TSE-NOTA(WRK-IDX-SETOR).  00007380
           MOVE WRK-MAT-PERC(WRK-TAV-NOTA(DB2-ID))                      00007390
                                       TO WRK-TSE-PERC(WRK-IDX-SETOR).  00007400
           MOVE DB2-SALARIO            TO WRK-TSE-ATUAL(WRK-IDX-SETOR)  00007410
                                          WRK-TSE-BASE(WRK-IDX-SETOR).  00007420
           MOVE ZEROS                  TO WRK-TSE-MERITO(WRK-IDX-SETOR).00007430
           MOVE SPACES               TO WRK-TSE-SITUACAO(WRK-IDX-SETOR).00007440
                                                                        00007450
           COMPUTE WRK-AUMENTO ROUNDED =                                00007460
               DB2-SALARIO * WRK-TSE-PERC(WRK-IDX-SETOR) / 100.         00007470
           COMPUTE WRK-SALARIO-NOVO = DB2-SALARIO + WRK-AUMENTO.        00007480
                                                                        00007490
           IF WRK-TEM-FAIXA            EQUAL 'S'                        00007500
               IF DB2-SALARIO          GREATER WRK-FAIXA-MAX            00007510
                   MOVE 'X'          TO WRK-TSE-SITUACAO(WRK-IDX-SETOR) 00007520
                   GO TO 2300-99-FIM                                    00007530
               END-IF                                                   00007540
               IF DB2-SALARIO          LESS WRK-FAIXA-MIN               00007550
                   MOVE WRK-FAIXA-MIN  TO WRK-TSE-BASE(WRK-IDX-SETOR)   00007560
                   MOVE 'F'          TO WRK-TSE-SITUACAO(WRK-IDX-SETOR) 00007570
               END-IF                                                   00007580
               IF WRK-SALARIO-NOVO     GREATER WRK-FAIXA-MAX            00007590
                   MOVE WRK-FAIXA-MAX  TO WRK-SALARIO-NOVO              00007600
                   MOVE 'F'          TO WRK-TSE-SITUACAO(WRK-IDX-SETOR) 00007610
               END-IF                                                   00007620
           END-IF.                                                      00007630
                                                                        00007640
           IF WRK-SALARIO-NOVO         GREATER                          00007650
                                       WRK-TSE-BASE(WRK-IDX-SETOR)      00007660
               COMPUTE WRK-TSE-MERITO(WRK-IDX-SETOR) =                  00007670
                   WRK-SALARIO-NOVO - WRK-TSE-BASE(WRK-IDX-SETOR)       00007680
           END-IF.                                                      00007690
                                                                        00007700
           COMPUTE WRK-SET-AJUSTE-FAIXA = WRK-SET-AJUSTE-FAIXA          00007710
                   + WRK-TSE-BASE(WRK-IDX-SETOR) - DB2-SALARIO.         00007720
           ADD WRK-TSE-MERITO(WRK-IDX-SETOR) TO WRK-SET-MERITO.         00007730
                                                                        00007740
      *----------------------------------------------------------------*00007750
       2300-99-FIM.                    EXIT.                            00007760
      *----------------------------------------------------------------*00007770
                                                                        00007780
      *----------------------------------------------------------------*00007790
       2500-FECHAR-SETOR               SECTION.                         00007800
      *----------------------------------------------------------------*00007810
      *    ORCAMENTO = MERITO-ORCAM % DA FOLHA ATUAL DO SETOR. SE O    *00007820
      *    AJUSTE A FAIXA MAIS O MERITO PASSAR DELE, O MERITO DE CADA  *00007830
      *    UM E RATEADO SOBRE O QUE SOBRA DEPOIS DO AJUSTE (TRUNCADO,  *00007840
      *    PARA NAO ESTOURAR). AJUSTE MAIOR QUE O ORCAMENTO ZERA O     *00007850
      *    MERITO DO SETOR E DA RC 4.                                  *00007860
      *----------------------------------------------------------------*00007870
                                                                        00007880
           MOVE 'N'                    TO WRK-SETOR-ABERTO.             00007890
           ADD 1                       TO WRK-ACUM-SETORES.             00007900
           ADD WRK-SET-FOLHA           TO WRK-TOT-FOLHA.                00007910
           COMPUTE WRK-SET-ORCAMENTO ROUNDED =                          00007920
               WRK-SET-FOLHA * WRK-PERC-ORCAMENTO / 100.                00007930
           ADD WRK-SET-ORCAMENTO       TO WRK-TOT-ORCAMENTO.            00007940
                                                                        00007950
           IF WRK-QT-SETOR             EQUAL ZEROS                      00007960
               GO TO 2500-99-FIM                                        00007970
           END-IF.                                                      00007980
                                                                        00007990
           IF WRK-SET-AJUSTE-FAIXA + WRK-SET-MERITO                     00008000
                                       GREATER WRK-SET-ORCAMENTO        00008010
               MOVE 'S'                TO WRK-SET-RATEADO               00008020
               ADD 1                   TO WRK-ACUM-SETORES-RATEIO       00008030
               IF WRK-SET-AJUSTE-FAIXA NOT LESS WRK-SET-ORCAMENTO       00008040
                   MOVE ZEROS          TO WRK-SET-DISPONIVEL            00008050
                   ADD 1               TO WRK-ACUM-SETORES-SEM-ORC      00008060
                   DISPLAY 'SETOR ' WRK-SETOR-ATUAL                     00008070
                           ' - AJUSTE A FAIXA CONSOME O ORCAMENTO'      00008080
                   MOVE 4              TO RETURN-CODE                   00008090
               ELSE                                                     00008100
                   COMPUTE WRK-SET-DISPONIVEL =                         00008110
                       WRK-SET-ORCAMENTO - WRK-SET-AJUSTE-FAIXA         00008120
               END-IF                                                   00008130
           END-IF.                                                      00008140
                                                                        00008150
           PERFORM 2600-IMPRIMIR-CAB-SETOR.                             00008160
                                                                        00008170
           PERFORM 2510-FECHAR-PROPOSTA                                 00008180
               VARYING WRK-IDX-SETOR FROM 1 BY 1                        00008190
               UNTIL WRK-IDX-SETOR GREATER WRK-QT-SETOR.                00008200
                                                                        00008210
           PERFORM 2700-IMPRIMIR-TOT-SETOR.                             00008220
                                                                        00008230
      *----------------------------------------------------------------*00008240
       2500-99-FIM.                    EXIT.                            00008250
      *----------------------------------------------------------------*00008260
                                                                        00008270
      *----------------------------------------------------------------*00008280
       2510-FECHAR-PROPOSTA            SECTION.                         00008290
      *----------------------------------------------------------------*00008300
                                                                        00008310
           IF WRK-SET-RATEADO          EQUAL 'S'                        00008320
              AND WRK-TSE-MERITO(WRK-IDX-SETOR) GREATER ZEROS           00008330
               COMPUTE WRK-TSE-MERITO(WRK-IDX-SETOR) =                  00008340
                   WRK-TSE-MERITO(WRK-IDX-SETOR)                        00008350
                 * WRK-SET-DISPONIVEL / WRK-SET-MERITO                  00008360
               MOVE 'O'          TO WRK-TSE-SITUACAO(WRK-IDX-SETOR)     00008370
           END-IF.                                                      00008380
                                                                        00008390
           COMPUTE WRK-SALARIO-PROPOSTO =                               00008400
               WRK-TSE-BASE(WRK-IDX-SETOR)                              00008410
             + WRK-TSE-MERITO(WRK-IDX-SETOR).                           00008420
           COMPUTE WRK-AUMENTO =                                        00008430
               WRK-SALARIO-PROPOSTO - WRK-TSE-ATUAL(WRK-IDX-SETOR).     00008440
                                                                        00008450
           MOVE WRK-TSE-ID(WRK-IDX-SETOR)       TO WRK-LDE-ID.          00008460
           MOVE WRK-TSE-NOME(WRK-IDX-SETOR)     TO WRK-LDE-NOME.        00008470
           MOVE WRK-TSE-NOTA(WRK-IDX-SETOR)     TO WRK-LDE-NOTA.        00008480
           MOVE WRK-TSE-PERC(WRK-IDX-SETOR)     TO WRK-LDE-PERC.        00008490
           MOVE WRK-TSE-ATUAL(WRK-IDX-SETOR)    TO WRK-LDE-ATUAL.       00008500
           MOVE WRK-SALARIO-PROPOSTO            TO WRK-LDE-PROPOSTO.    00008510
           MOVE WRK-AUMENTO                     TO WRK-LDE-AUMENTO.     00008520
           MOVE WRK-TSE-SITUACAO(WRK-IDX-SETOR) TO WRK-LDE-SITUACAO.    00008530
           WRITE FD-RELMER             FROM WRK-LINHA-DETALHE.          00008540
                                                                        00008550
           EVALUATE WRK-TSE-SITUACAO(WRK-IDX-SETOR)                     00008560
            WHEN 'F'                                                    00008570
              ADD 1                    TO WRK-ACUM-LIMITADOS            00008580
            WHEN 'O'                                                    00008590
              ADD 1                    TO WRK-ACUM-RATEADOS             00008600
            WHEN OTHER                                                  00008610
              CONTINUE                                                  00008620
           END-EVALUATE.                                                00008630
                                                                        00008640
           IF WRK-AUMENTO              EQUAL ZEROS                      00008650
               GO TO 2510-99-FIM                                        00008660
           END-IF.                                                      00008670
                                                                        00008680
           ADD WRK-AUMENTO             TO WRK-SET-AUMENTO.              00008690
           MOVE WRK-TSE-ID(WRK-IDX-SETOR)    TO WRK-PRP-ID.             00008700
           MOVE WRK-SETOR-ATUAL              TO WRK-PRP-SETOR.          00008710
           MOVE WRK-TSE-NOME(WRK-IDX-SETOR)  TO WRK-PRP-NOME.           00008720
           MOVE WRK-CRT-PERIODO              TO WRK-PRP-PERIODO.        00008730
           MOVE WRK-TSE-NOTA(WRK-IDX-SETOR)  TO WRK-PRP-NOTA.           00008740
           MOVE WRK-TSE-PERC(WRK-IDX-SETOR)  TO WRK-PRP-PERCENTUAL.     00008750
           MOVE WRK-TSE-ATUAL(WRK-IDX-SETOR) TO WRK-PRP-SALARIO-ATUAL.  00008760
           MOVE WRK-SALARIO-PROPOSTO      TO WRK-PRP-SALARIO-PROPOSTO.  00008770
           MOVE WRK-TSE-SITUACAO(WRK-IDX-SETOR) TO WRK-PRP-SITUACAO.    00008780
           WRITE FD-PROPMER            FROM WRK-REG-PROPOSTA.           00008790
           IF WRK-FS-PROPMER           NOT EQUAL ZEROS                  00008800
               DISPLAY 'ERRO NA GRAVACAO DO PROPMER FS=' WRK-FS-PROPMER 00008810
               MOVE 8                  TO RETURN-CODE                   00008820
               GOBACK                                                   00008830
           END-IF.                                                      00008840
           ADD 1                       TO WRK-ACUM-PROPOSTAS.           00008850
                                                                        00008860
      *----------------------------------------------------------------*00008870
       2510-99-FIM.                    EXIT.                            00008880
      *----------------------------------------------------------------*00008890
                                                                        00008900
      *----------------------------------------------------------------*00008910
       2600-IMPRIMIR-CAB-SETOR         SECTION.                         00008920
      *----------------------------------------------------------------*00008930
                                                                        00008940
           WRITE FD-RELMER             FROM WRK-LINHA-TRACO.            00008950
           MOVE WRK-SETOR-ATUAL        TO WRK-LCS-SETOR.                00008960
           IF WRK-TEM-FAIXA            EQUAL 'S'                        00008970
               MOVE WRK-FAIXA-MIN      TO WRK-FED-MINIMO                00008980
               MOVE WRK-FAIXA-MAX      TO WRK-FED-MAXIMO                00008990
               MOVE WRK-FAIXA-EDITADA  TO WRK-LCS-FAIXA                 00009000
           ELSE                                                         00009010
               MOVE 'SEM FAIXA CADASTRADA' TO WRK-LCS-FAIXA             00009020
           END-IF.                                                      00009030
           WRITE FD-RELMER             FROM WRK-LINHA-CAB-SETOR.        00009040
           WRITE FD-RELMER             FROM WRK-CABEC2.                 00009050
                                                                        00009060
      *----------------------------------------------------------------*00009070
       2600-99-FIM.                    EXIT.                            00009080
      *----------------------------------------------------------------*00009090
                                                                        00009100
      *----------------------------------------------------------------*00009110
       2700-IMPRIMIR-TOT-SETOR         SECTION.                         00009120
      *----------------------------------------------------------------*00009130
                                                                        00009140
           MOVE 'FOLHA ATUAL DO SETOR' TO WRK-LTT-ROTULO.               00009150
           MOVE WRK-SET-FOLHA          TO WRK-LTT-VALOR.                00009160
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00009170
           MOVE 'ORCAMENTO DE MERITO'  TO WRK-LTT-ROTULO.               00009180
           MOVE WRK-SET-ORCAMENTO      TO WRK-LTT-VALOR.                00009190
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00009200
           MOVE 'AJUSTE AO MINIMO DA FAIXA' TO WRK-LTT-ROTULO.          00009210
           MOVE WRK-SET-AJUSTE-FAIXA   TO WRK-LTT-VALOR.                00009220
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00009230
           MOVE 'AUMENTO TOTAL PROPOSTO' TO WRK-LTT-ROTULO.             00009240
           MOVE WRK-SET-AUMENTO        TO WRK-LTT-VALOR.                00009250
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00009260
           ADD WRK-SET-AUMENTO         TO WRK-TOT-AUMENTO.              00009270
                                                                        00009280
           IF WRK-SET-RATEADO          EQUAL 'S'                        00009290
               MOVE 'MERITO RATEADO PARA CABER NO ORCAMENTO DO SETOR'   00009300
                                       TO WRK-LINHA-MENSAGEM            00009310
               WRITE FD-RELMER         FROM WRK-LINHA-MENSAGEM          00009320
           END-IF.                                                      00009330
                                                                        00009340
      *----------------------------------------------------------------*00009350
       2700-99-FIM.                    EXIT.                            00009360
      *----------------------------------------------------------------*00009370
                                                                        00009380
      *----------------------------------------------------------------*00009390
       3000-FINALIZAR                  SECTION.                         00009400
      *----------------------------------------------------------------*00009410
                                                                        00009420
           IF WRK-SETOR-ABERTO         EQUAL 'S'                        00009430
               PERFORM 2500-FECHAR-SETOR                                00009440
           END-IF.                                                      00009450
                                                                        00009460
            EXEC SQL                                                    00009470
              CLOSE CFUNC                                               00009480
            END-EXEC.                                                   00009490
                                                                        00009500
           PERFORM 3100-CONFERIR-AVALIADOS                              00009510
               VARYING WRK-IDX-AVA FROM 1 BY 1                          00009520
               UNTIL WRK-IDX-AVA GREATER 9999.                          00009530
                                                                        00009540
           PERFORM 3200-IMPRIMIR-TOTAIS.                                00009550
                                                                        00009560
           CLOSE PROPMER.                                               00009570
           CLOSE RELMER.                                                00009580
                                                                        00009590
           IF WRK-ACUM-REJEITADAS      GREATER ZEROS                    00009600
              OR WRK-ACUM-SEM-CADASTRO GREATER ZEROS                    00009610
               MOVE 4                  TO RETURN-CODE                   00009620
           END-IF.                                                      00009630
                                                                        00009640
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00009650
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00009660
           DISPLAY ' * CICLO.....................:' WRK-CRT-PERIODO     00009670
           DISPLAY ' * AVALIACOES DO CICLO.......:' WRK-ACUM-AVALIACOES 00009680
           DISPLAY ' * DE OUTROS PERIODOS........:'                     00009690
                   WRK-ACUM-OUTRO-PERIODO                               00009700
           DISPLAY ' * AVALIACOES REJEITADAS.....:' WRK-ACUM-REJEITADAS 00009710
           DISPLAY ' * AVALIADOS FORA DA FUNC2...:'                     00009720
                   WRK-ACUM-SEM-CADASTRO                                00009730
           DISPLAY ' * FUNCIONARIOS LIDOS........:' WRK-ACUM-LIDOS      00009740
           DISPLAY ' * FUNCIONARIOS AVALIADOS....:' WRK-ACUM-AVALIADOS  00009750
           DISPLAY ' * PROPOSTAS GRAVADAS........:' WRK-ACUM-PROPOSTAS  00009760
           DISPLAY ' * LIMITADAS PELA FAIXA......:' WRK-ACUM-LIMITADOS  00009770
           DISPLAY ' * RATEADAS PELO ORCAMENTO...:' WRK-ACUM-RATEADOS   00009780
           DISPLAY ' * SETORES...................:' WRK-ACUM-SETORES    00009790
           DISPLAY ' * SETORES COM RATEIO........:'                     00009800
                   WRK-ACUM-SETORES-RATEIO                              00009810
           DISPLAY ' * SETORES SEM ORCAMENTO.....:'                     00009820
                   WRK-ACUM-SETORES-SEM-ORC                             00009830
           DISPLAY ' * AUMENTO TOTAL PROPOSTO....:' WRK-TOT-AUMENTO     00009840
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00009850
                                                                        00009860
      *----------------------------------------------------------------*00009870
       3000-99-FIM.                    EXIT.                            00009880
      *----------------------------------------------------------------*00009890
                                                                        00009900
      *----------------------------------------------------------------*00009910
       3100-CONFERIR-AVALIADOS         SECTION.                         00009920
      *----------------------------------------------------------------*00009930
                                                                        00009940
           IF WRK-TAV-NOTA(WRK-IDX-AVA)   NOT EQUAL ZEROS               00009950
              AND WRK-TAV-ACHADO(WRK-IDX-AVA) NOT EQUAL 'S'             00009960
               ADD 1                   TO WRK-ACUM-SEM-CADASTRO         00009970
               DISPLAY 'AVALIADO NAO ENCONTRADO NA FUNC2: ' WRK-IDX-AVA 00009980
           END-IF.                                                      00009990
                                                                        00010000
      *----------------------------------------------------------------*00010010
       3100-99-FIM.                    EXIT.                            00010020
      *----------------------------------------------------------------*00010030
                                                                        00010040
      *----------------------------------------------------------------*00010050
       3200-IMPRIMIR-TOTAIS            SECTION.                         00010060
      *----------------------------------------------------------------*00010070
                                                                        00010080
           WRITE FD-RELMER             FROM WRK-LINHA-TRACO.            00010090
           WRITE FD-RELMER             FROM WRK-LINHA-LEGENDA.          00010100
           WRITE FD-RELMER             FROM WRK-LINHA-TRACO.            00010110
           MOVE 'SETORES'              TO WRK-LQT-ROTULO.               00010120
           MOVE WRK-ACUM-SETORES       TO WRK-LQT-QTDE.                 00010130
           WRITE FD-RELMER             FROM WRK-LINHA-QTDE.             00010140
           MOVE 'FUNCIONARIOS AVALIADOS' TO WRK-LQT-ROTULO.             00010150
           MOVE WRK-ACUM-AVALIADOS     TO WRK-LQT-QTDE.                 00010160
           WRITE FD-RELMER             FROM WRK-LINHA-QTDE.             00010170
           MOVE 'PROPOSTAS DE AUMENTO' TO WRK-LQT-ROTULO.               00010180
           MOVE WRK-ACUM-PROPOSTAS     TO WRK-LQT-QTDE.                 00010190
           WRITE FD-RELMER             FROM WRK-LINHA-QTDE.             00010200
           MOVE 'FOLHA ATUAL'          TO WRK-LTT-ROTULO.               00010210
           MOVE WRK-TOT-FOLHA          TO WRK-LTT-VALOR.                00010220
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00010230
           MOVE 'ORCAMENTO DE MERITO'  TO WRK-LTT-ROTULO.               00010240
           MOVE WRK-TOT-ORCAMENTO      TO WRK-LTT-VALOR.                00010250
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00010260
           MOVE 'AUMENTO TOTAL PROPOSTO' TO WRK-LTT-ROTULO.             00010270
           MOVE WRK-TOT-AUMENTO        TO WRK-LTT-VALOR.                00010280
           WRITE FD-RELMER             FROM WRK-LINHA-TOTAL.            00010290
                                                                        00010300
           WRITE FD-RELMER             FROM WRK-LINHA-TRACO.            00010310
           PERFORM 3210-IMPRIMIR-MATRIZ                                 00010320
               VARYING WRK-IDX-NOTA FROM 1 BY 1                         00010330
               UNTIL WRK-IDX-NOTA GREATER 5.                            00010340
           MOVE 'ORCAMENTO (% DA FOLHA)' TO WRK-LMA-ROTULO.             00010350
           MOVE WRK-PERC-ORCAMENTO     TO WRK-LMA-PERC.                 00010360
           MOVE WRK-VIG-ORCAMENTO      TO WRK-LMA-VIGENCIA.             00010370
           WRITE FD-RELMER             FROM WRK-LINHA-MATRIZ.           00010380
                                                                        00010390
      *----------------------------------------------------------------*00010400
       3200-99-FIM.                    EXIT.                            00010410
      *----------------------------------------------------------------*00010420
                                                                        00010430
      *----------------------------------------------------------------*00010440
       3210-IMPRIMIR-MATRIZ            SECTION.                         00010450
      *----------------------------------------------------------------*00010460
                                                                        00010470
           MOVE SPACES                 TO WRK-LMA-ROTULO.               00010480
           MOVE 'MERITO DA NOTA'       TO WRK-LMA-ROTULO(1:14).         00010490
           MOVE WRK-IDX-NOTA           TO WRK-LMA-ROTULO(16:1).         00010500
           MOVE WRK-MAT-PERC(WRK-IDX-NOTA)     TO WRK-LMA-PERC.         00010510
           MOVE WRK-MAT-VIGENCIA(WRK-IDX-NOTA) TO WRK-LMA-VIGENCIA.     00010520
           WRITE FD-RELMER             FROM WRK-LINHA-MATRIZ.           00010530
                                                                        00010540
      *----------------------------------------------------------------*00010550
       3210-99-FIM.                    EXIT.                            00010560
      *----------------------------------------------------------------*00010570
