      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB34.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: MARGEM MENSAL DOS PROJETOS: CUSTO DA MAO   *00000100
      *                     DE OBRA CONTRA A RECEITA FATURADA. O       *00000110
      *                     CARTAO DA SYSIN INFORMA A COMPETENCIA      *00000120
      *                     (COLUNAS 1-6, MMAAAA).                     *00000130
      *                     CUSTO HORA DE CADA FUNCIONARIO = (BRUTO DA *00000140
      *                     FOLHA DO MES + ENCARGOS PATRONAIS INS, FGT *00000150
      *                     E RAT DO TABENC, CALCULADOS COMO NO        *00000160
      *                     FR06DB30) / CARGAHOR DA FOUR001.FUNC (NULA *00000170
      *                     OU ZERO = 220). AS HORAS DO FUNPROJ3       *00000180
      *                     (CASAMENTO DO FR06EX02) SAO CUSTEADAS POR  *00000190
      *                     ESSE VALOR E COMPARADAS COM O VALOR DAS    *00000200
      *                     LINHAS DO FATURA (FR06CB85) DO PROJETO.    *00000210
      *                     O RELMRG TRAZ CUSTO, RECEITA, MARGEM E     *00000220
      *                     MARGEM PERCENTUAL POR PROJETO E POR SETOR  *00000230
      *                     (SETOR DO FUNCIONARIO NA FOLHA, OU NA      *00000240
      *                     FOUR001.FUNC SE NAO HOUVER CONTRACHEQUE),  *00000250
      *                     MARCANDO MARGEM NEGATIVA (N) E MARGEM      *00000260
      *                     ABAIXO DO ALVO (A) DO PARAMETRO            *00000270
      *                     MARGEM-ALVO DO PARAMS (COLUNAS 21-25,      *00000280
      *                     9(03)V99; PADRAO 10,00%). PROJETO MARCADO, *00000290
      *                     HORAS SEM CUSTO (FUNCIONARIO FORA DA       *00000300
      *                     FOLHA) OU REGISTRO INVALIDO = RC 4.        *00000310
      *                     NAO ALTERA A TABELA.                       *00000320
      *----------------------------------------------------------------*00000330
      *  BASE DE DADOS:                                                *00000340
      *      TABELAS DB2                             INCLUDE/BOOK      *00000350
      *      FOUR001.FUNC                              BOOKFUNC        *00000360
      *----------------------------------------------------------------*00000370
      *   ARQUIVOS........:                                            *00000380
      *   TABENC   I  (ALIQUOTAS PATRONAIS - LRECL 50)                 *00000390
      *   FOLHA    I  (CONTRACHEQUES DO MES - LRECL 80)                *00000400
      *   FUNPROJ3 I  (HORAS CASADAS POR PROJETO - LRECL 58)           *00000410
      *   FATURA   I  (LINHAS DE FATURA DO FR06CB85 - LRECL 80)        *00000420
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000430
      *   RELMRG   O  (MARGEM POR PROJETO E SETOR - LRECL 80)          *00000440
      *----------------------------------------------------------------*00000450
      *   MODULOS.........:                                             00000460
      *   CALNDIA  - VALIDACAO DA COMPETENCIA                           00000470
      *   #GRVLOG4 - LOG DE ERROS                                       00000480
      *----------------------------------------------------------------*00000490
      *   MANUTENCAO:                                                  *00000500
      *================================================================*00000510
                                                                        00000520
      *================================================================*00000530
       ENVIRONMENT                               DIVISION.              00000540
      *================================================================*00000550
                                                                        00000560
      *----------------------------------------------------------------*00000570
       CONFIGURATION                             SECTION.               00000580
      *----------------------------------------------------------------*00000590
                                                                        00000600
       SPECIAL-NAMES.                                                   00000610
           DECIMAL-POINT IS COMMA.                                      00000620
                                                                        00000630
      *----------------------------------------------------------------*00000640
       INPUT-OUTPUT                              SECTION.               00000650
      *----------------------------------------------------------------*00000660
                                                                        00000670
       FILE-CONTROL.                                                    00000680
           SELECT TABENC ASSIGN            TO TABENC                    00000690
           FILE STATUS                     IS WRK-FS-TABENC.            00000700
           SELECT FOLHA ASSIGN             TO FOLHA                     00000710
           FILE STATUS                     IS WRK-FS-FOLHA.             00000720
           SELECT FUNPROJ3 ASSIGN          TO FUNPROJ3                  00000730
           FILE STATUS                     IS WRK-FS-FUNPROJ3.          00000740
           SELECT FATURA ASSIGN            TO FATURA                    00000750
           FILE STATUS                     IS WRK-FS-FATURA.            00000760
           SELECT PARAMS ASSIGN            TO PARAMS                    00000770
           FILE STATUS                     IS WRK-FS-PARAMS.            00000780
           SELECT RELMRG ASSIGN            TO RELMRG                    00000790
           FILE STATUS                     IS WRK-FS-RELMRG.            00000800
                                                                        00000810
      *================================================================*00000820
       DATA                                      DIVISION.              00000830
      *================================================================*00000840
                                                                        00000850
      *----------------------------------------------------------------*00000860
       FILE                                      SECTION.               00000870
      *----------------------------------------------------------------*00000880
                                                                        00000890
       FD  TABENC                                                       00000900
           RECORDING MODE IS F                                          00000910
           LABEL RECORD IS STANDARD                                     00000920
           BLOCK CONTAINS 0 RECORDS.                                    00000930
                                                                        00000940
       01 FD-TABENC.                                                    00000950
           05 FD-TEN-CODIGO               PIC X(03).                    00000960
           05 FD-TEN-ALIQUOTA             PIC 9(02)V99.                 00000970
           05 FD-TEN-DATA-EFET            PIC 9(08).                    00000980
           05 FILLER                      PIC X(35).                    00000990
                                                                        00001000
       FD  FOLHA                                                        00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORD IS STANDARD                                     00001030
           BLOCK CONTAINS 0 RECORDS.                                    00001040
                                                                        00001050
       01 FD-REG-FOLHA.                                                 00001060
           05 FLH-ID                      PIC 9(04).                    00001070
           05 FLH-NOME                    PIC X(30).                    00001080
           05 FLH-SETOR                   PIC 9(04).                    00001090
           05 FLH-BRUTO                   PIC 9(08)V99.                 00001100
           05 FLH-DESCONTO                PIC 9(08)V99.                 00001110
           05 FLH-LIQUIDO                 PIC 9(08)V99.                 00001120
           05 FLH-EVENTO                  PIC X(03).                    00001130
           05 FLH-BENEFICIO               PIC X(03).                    00001160
           05 FILLER                      PIC X(06).                    00001170
                                                                        00001180
       FD  FUNPROJ3                                                     00001190
           RECORDING MODE IS F                                          00001200
           LABEL RECORD IS STANDARD                                     00001210
           BLOCK CONTAINS 0 RECORDS.                                    00001220
                                                                        00001230
       01 FD-FUNPROJ3.                                                  00001240
           05 FD-FPJ-ID                   PIC X(05).                    00001250
           05 FD-FPJ-ID-N REDEFINES FD-FPJ-ID                           00001260
                                          PIC 9(05).                    00001270
           05 FD-FPJ-NOME                 PIC X(30).                    00001280
           05 FD-FPJ-PROJETO              PIC X(20).                    00001290
           05 FD-FPJ-QTHORAS              PIC 9(03).                    00001300
                                                                        00001310
       FD  FATURA                                                       00001320
           RECORDING MODE IS F                                          00001330
           LABEL RECORD IS STANDARD                                     00001340
           BLOCK CONTAINS 0 RECORDS.                                    00001350
                                                                        00001360
       01 FD-FATURA.                                                    00001370
           05 FD-FAT-PROJETO              PIC X(20).                    00001380
           05 FD-FAT-ID                   PIC X(05).                    00001390
           05 FD-FAT-ID-N REDEFINES FD-FAT-ID                           00001400
                                          PIC 9(05).                    00001410
           05 FD-FAT-HORAS                PIC 9(05).                    00001420
           05 FD-FAT-TARIFA               PIC 9(05)V99.                 00001430
           05 FD-FAT-VALOR                PIC 9(09)V99.                 00001440
           05 FD-FAT-IMPOSTO              PIC 9(07)V99.                 00001450
           05 FILLER                      PIC X(23).                    00001460
                                                                        00001470
       FD  PARAMS                                                       00001480
           RECORDING MODE IS F                                          00001490
           LABEL RECORD IS STANDARD                                     00001500
           BLOCK CONTAINS 0 RECORDS.                                    00001510
                                                                        00001520
       01 FD-PARAMS                     PIC X(50).                      00001530
                                                                        00001540
       FD  RELMRG                                                       00001550
           RECORDING MODE IS F                                          00001560
           LABEL RECORD IS STANDARD                                     00001570
           BLOCK CONTAINS 0 RECORDS.                                    00001580
                                                                        00001590
       01 FD-RELMRG                     PIC X(80).                      00001600
                                                                        00001610
      *----------------------------------------------------------------*00001620
       WORKING-STORAGE                           SECTION.               00001630
      *----------------------------------------------------------------*00001640
                                                                        00001650
      *----------------------------------------------------------------*00001660
       01 FILLER                       PIC  X(050)         VALUE        00001670
           '***  FR06DB34 - INICIO DA AREA DE WORKING   ***'.           00001680
      *----------------------------------------------------------------*00001690
                                                                        00001700
       01 WRK-CARTAO.                                                   00001710
          05 WRK-CRT-COMPETENCIA       PIC X(06).                       00001720
          05 FILLER                    PIC X(74).                       00001730
                                                                        00001740
       77 WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.           00001750
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001760
                                                                        00001770
       01 WRK-DATA-SISTEMA.                                             00001780
          05 WRK-DSI-ANO               PIC 9(04).                       00001790
          05 WRK-DSI-MES               PIC 9(02).                       00001800
          05 WRK-DSI-DIA               PIC 9(02).                       00001810
                                                                        00001820
           COPY '#CALNDIA'.                                             00001830
                                                                        00001840
      *----------------------------------------------------------------*00001850
       01 FILLER                       PIC  X(050)         VALUE        00001860
           '***  MARGEM-ALVO (B#PARAM)  ***'.                           00001870
      *----------------------------------------------------------------*00001880
                                                                        00001890
           COPY 'B#PARAM'.                                              00001900
                                                                        00001910
       77 WRK-MARGEM-ALVO              PIC 9(03)V99 VALUE 10.           00001920
       77 WRK-VIG-MARGEM               PIC 9(08) VALUE ZEROS.           00001930
       01 WRK-MARGEM-X                 PIC X(05) VALUE ZEROS.           00001940
       01 WRK-MARGEM-RED REDEFINES WRK-MARGEM-X                         00001950
                                       PIC 9(03)V99.                    00001960
                                                                        00001970
      *----------------------------------------------------------------*00001980
       01 FILLER                       PIC  X(050)         VALUE        00001990
           '***  ALIQUOTAS PATRONAIS VIGENTES  ***'.                    00002000
      *----------------------------------------------------------------*00002010
                                                                        00002020
       77 WRK-ALIQ-INSS                PIC 9(02)V99 VALUE ZEROS.        00002030
       77 WRK-VIG-INSS                 PIC 9(08) VALUE ZEROS.           00002040
       77 WRK-ALIQ-FGTS                PIC 9(02)V99 VALUE ZEROS.        00002050
       77 WRK-VIG-FGTS                 PIC 9(08) VALUE ZEROS.           00002060
       77 WRK-ALIQ-RAT                 PIC 9(02)V99 VALUE ZEROS.        00002070
       77 WRK-VIG-RAT                  PIC 9(08) VALUE ZEROS.           00002080
                                                                        00002090
      *----------------------------------------------------------------*00002100
       01 FILLER                       PIC  X(050)         VALUE        00002110
           '***  CUSTO HORA POR FUNCIONARIO (POR ID)  ***'.             00002120
      *----------------------------------------------------------------*00002130
                                                                        00002140
       01 WRK-TAB-FUNC.                                                 00002150
          05 WRK-TFU-ITEM              OCCURS 9999 TIMES.               00002160
             10 WRK-TFU-BRUTO          PIC 9(09)V99.                    00002170
             10 WRK-TFU-LINHAS         PIC 9(03).                       00002180
             10 WRK-TFU-SETOR          PIC 9(04).                       00002190
             10 WRK-TFU-TEM-SETOR      PIC X(01).                       00002200
             10 WRK-TFU-CARGA          PIC 9(03).                       00002210
             10 WRK-TFU-CUSTO-HORA     PIC 9(07)V9999.                  00002220
                                                                        00002230
       77 WRK-IDX-FUNC                 PIC 9(05) VALUE ZEROS.           00002240
       77 WRK-ID-FUNC                  PIC 9(05) VALUE ZEROS.           00002250
       77 WRK-CARGA                    PIC 9(03) VALUE ZEROS.           00002260
       77 WRK-CARGA-NULL               PIC S9(4) COMP VALUE ZEROS.      00002270
       77 WRK-SETOR-FUNC               PIC X(04) VALUE SPACES.          00002280
       77 WRK-INSS                     PIC 9(09)V99 VALUE ZEROS.        00002290
       77 WRK-FGTS                     PIC 9(09)V99 VALUE ZEROS.        00002300
       77 WRK-RAT                      PIC 9(09)V99 VALUE ZEROS.        00002310
       77 WRK-CUSTO-MES                PIC 9(11)V99 VALUE ZEROS.        00002320
       77 WRK-CUSTO-LINHA              PIC 9(11)V99 VALUE ZEROS.        00002330
                                                                        00002340
      *----------------------------------------------------------------*00002350
       01 FILLER                       PIC  X(050)         VALUE        00002360
           '***  PROJETOS (ORDEM ASCENDENTE) E SETORES  ***'.           00002370
      *----------------------------------------------------------------*00002380
                                                                        00002390
       01 WRK-TAB-PROJ.                                                 00002400
          05 WRK-TPJ-ITEM              OCCURS 500 TIMES.                00002410
             10 WRK-TPJ-PROJETO        PIC X(20).                       00002420
             10 WRK-TPJ-HORAS          PIC 9(07).                       00002430
             10 WRK-TPJ-CUSTO          PIC 9(11)V99.                    00002440
             10 WRK-TPJ-RECEITA        PIC 9(11)V99.                    00002450
                                                                        00002460
       77 WRK-QT-PROJ                  PIC 9(04) VALUE ZEROS.           00002470
       77 WRK-IDX-PROJ                 PIC 9(04) VALUE ZEROS.           00002480
       77 WRK-IDX-DESLOCA              PIC 9(04) VALUE ZEROS.           00002490
       77 WRK-PROJ-BUSCA               PIC X(20) VALUE SPACES.          00002500
                                                                        00002510
       01 WRK-TAB-SETOR.                                                00002520
          05 WRK-TST-ITEM              OCCURS 10000 TIMES.              00002530
             10 WRK-TST-USADO          PIC X(01).                       00002540
             10 WRK-TST-HORAS          PIC 9(07).                       00002550
             10 WRK-TST-CUSTO          PIC 9(11)V99.                    00002560
             10 WRK-TST-RECEITA        PIC 9(11)V99.                    00002570
                                                                        00002580
       77 WRK-IDX-SETOR                PIC 9(05) VALUE ZEROS.           00002590
                                                                        00002600
      *----------------------------------------------------------------*00002610
       01 FILLER                       PIC  X(050)         VALUE        00002620
           '***  CALCULO DA MARGEM DE UMA LINHA  ***'.                  00002630
      *----------------------------------------------------------------*00002640
                                                                        00002650
       77 WRK-LIN-HORAS                PIC 9(07) VALUE ZEROS.           00002660
       77 WRK-LIN-CUSTO                PIC 9(11)V99 VALUE ZEROS.        00002670
       77 WRK-LIN-RECEITA              PIC 9(11)V99 VALUE ZEROS.        00002680
       77 WRK-MARGEM                   PIC S9(11)V99 VALUE ZEROS.       00002690
       77 WRK-MARGEM-PCT               PIC S9(03)V99 VALUE ZEROS.       00002700
       77 WRK-MARCA                    PIC X(01) VALUE SPACES.          00002710
                                                                        00002720
      *----------------------------------------------------------------*00002730
       01 FILLER                       PIC  X(050)         VALUE        00002740
           '***  LINHAS DO RELATORIO RELMRG  ***'.                      00002750
      *----------------------------------------------------------------*00002760
                                                                        00002770
       01 WRK-CABEC1.                                                   00002780
          05 FILLER                    PIC X(40) VALUE                  00002790
             '------ MARGEM DOS PROJETOS - COMPETENCIA'.                00002800
          05 FILLER                    PIC X(01) VALUE SPACES.          00002810
          05 WRK-CB1-COMPETENCIA       PIC 99.9999.                     00002820
          05 FILLER                    PIC X(08) VALUE ' - DATA '.      00002830
          05 WRK-CB1-DATA              PIC X(10).                       00002840
          05 FILLER                    PIC X(14) VALUE ' ------'.       00002850
                                                                        00002860
       01 WRK-CABEC2.                                                   00002870
          05 WRK-CB2-CHAVE             PIC X(20).                       00002880
          05 FILLER                    PIC X(07) VALUE '  HORAS'.       00002890
          05 FILLER                    PIC X(14) VALUE                  00002900
             '         CUSTO'.                                          00002910
          05 FILLER                    PIC X(14) VALUE                  00002920
             '       RECEITA'.                                          00002930
          05 FILLER                    PIC X(14) VALUE                  00002940
             '        MARGEM'.                                          00002950
          05 FILLER                    PIC X(08) VALUE '   MARG%'.      00002960
          05 FILLER                    PIC X(03) VALUE '  F'.           00002970
                                                                        00002980
       01 WRK-LINHA-SECAO              PIC X(80) VALUE SPACES.          00002990
                                                                        00003000
       01 WRK-LINHA-DETALHE.                                            00003010
          05 WRK-LDE-CHAVE             PIC X(20).                       00003020
          05 FILLER                    PIC X(01) VALUE SPACES.          00003030
          05 WRK-LDE-HORAS             PIC ZZZZZ9.                      00003040
          05 FILLER                    PIC X(01) VALUE SPACES.          00003050
          05 WRK-LDE-CUSTO             PIC ZZ.ZZZ.ZZ9,99.               00003060
          05 FILLER                    PIC X(01) VALUE SPACES.          00003070
          05 WRK-LDE-RECEITA           PIC ZZ.ZZZ.ZZ9,99.               00003080
          05 FILLER                    PIC X(01) VALUE SPACES.          00003090
          05 WRK-LDE-MARGEM            PIC ZZ.ZZZ.ZZ9,99-.              00003100
          05 FILLER                    PIC X(01) VALUE SPACES.          00003110
          05 WRK-LDE-PCT               PIC ZZ9,99-.                     00003120
          05 WRK-LDE-PCT-X REDEFINES WRK-LDE-PCT                        00003130
                                       PIC X(07).                       00003140
          05 FILLER                    PIC X(01) VALUE SPACES.          00003150
          05 WRK-LDE-MARCA             PIC X(01).                       00003160
                                                                        00003170
       01 WRK-CHAVE-SETOR.                                              00003180
          05 FILLER                    PIC X(06) VALUE 'SETOR '.        00003190
          05 WRK-CHS-SETOR             PIC 9(04).                       00003200
          05 FILLER                    PIC X(10) VALUE SPACES.          00003210
                                                                        00003220
       01 WRK-LINHA-QTDE.                                               00003230
          05 WRK-LQT-ROTULO            PIC X(40).                       00003240
          05 FILLER                    PIC X(02) VALUE ': '.            00003250
          05 WRK-LQT-QTDE              PIC ZZZZZZ9.                     00003260
          05 FILLER                    PIC X(31) VALUE SPACES.          00003270
                                                                        00003280
       01 WRK-LINHA-ALIQUOTA.                                           00003290
          05 WRK-LAL-ROTULO            PIC X(40).                       00003300
          05 FILLER                    PIC X(02) VALUE ': '.            00003310
          05 WRK-LAL-ALIQUOTA          PIC ZZ9,99.                      00003320
          05 FILLER                    PIC X(15) VALUE                  00003330
             '%  VIGENCIA DE '.                                         00003340
          05 WRK-LAL-VIGENCIA          PIC 9999/99/99.                  00003350
          05 FILLER                    PIC X(07) VALUE SPACES.          00003360
                                                                        00003370
       01 WRK-LINHA-LEGENDA.                                            00003380
          05 FILLER                    PIC X(40) VALUE                  00003390
             'F: N = MARGEM NEGATIVA  A = MARGEM ABAIX'.                00003400
          05 FILLER                    PIC X(40) VALUE                  00003410
             'O DA MARGEM-ALVO                        '.                00003420
                                                                        00003430
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00003440
                                                                        00003450
      *----------------------------------------------------------------*00003460
       01 FILLER                       PIC  X(050)         VALUE        00003470
           '***  ACUMULADORES  ***'.                                    00003480
      *----------------------------------------------------------------*00003490
                                                                        00003500
       77 WRK-ACUM-CONTRACHEQUES       PIC 9(07) VALUE ZEROS.           00003510
       77 WRK-ACUM-FUNCIONARIOS        PIC 9(07) VALUE ZEROS.           00003520
       77 WRK-ACUM-APONTAMENTOS        PIC 9(07) VALUE ZEROS.           00003530
       77 WRK-ACUM-LINHAS-FATURA       PIC 9(07) VALUE ZEROS.           00003540
       77 WRK-ACUM-INVALIDOS           PIC 9(07) VALUE ZEROS.           00003550
       77 WRK-ACUM-SEM-CUSTO           PIC 9(07) VALUE ZEROS.           00003560
       77 WRK-ACUM-HORAS-SEM-CUSTO     PIC 9(07) VALUE ZEROS.           00003570
       77 WRK-ACUM-NEGATIVOS           PIC 9(07) VALUE ZEROS.           00003580
       77 WRK-ACUM-ABAIXO-ALVO         PIC 9(07) VALUE ZEROS.           00003590
       77 WRK-ACUM-SETORES             PIC 9(07) VALUE ZEROS.           00003600
       77 WRK-TOT-HORAS                PIC 9(07) VALUE ZEROS.           00003610
       77 WRK-TOT-CUSTO                PIC 9(11)V99 VALUE ZEROS.        00003620
       77 WRK-TOT-RECEITA              PIC 9(11)V99 VALUE ZEROS.        00003630
                                                                        00003640
      *----------------------------------------------------------------*00003650
       01 FILLER                       PIC  X(050)         VALUE        00003660
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00003670
      *----------------------------------------------------------------*00003680
                                                                        00003690
           COPY '#GRVLOG4'.                                             00003700
                                                                        00003710
       77 WRK-SQLCODE                  PIC -999.                        00003720
       77 WRK-FS-TABENC                PIC 9(02).                       00003730
       77 WRK-FS-FOLHA                 PIC 9(02).                       00003740
       77 WRK-FS-FUNPROJ3              PIC 9(02).                       00003750
       77 WRK-FS-FATURA                PIC 9(02).                       00003760
       77 WRK-FS-PARAMS                PIC 9(02).                       00003770
       77 WRK-FS-RELMRG                PIC 9(02).                       00003780
                                                                        00003790
      *----------------------------------------------------------------*00003800
       01 FILLER                       PIC  X(050)         VALUE        00003810
           '*** AREA DB2 ***'.                                          00003820
      *----------------------------------------------------------------*00003830
                                                                        00003840
           EXEC SQL                                                     00003850
             INCLUDE BOOKFUNC                                           00003860
           END-EXEC.                                                    00003870
                                                                        00003880
           EXEC SQL                                                     00003890
              INCLUDE SQLCA                                             00003900
           END-EXEC.                                                    00003910
                                                                        00003920
      *----------------------------------------------------------------*00003930
       01 FILLER                      PIC  X(050)         VALUE         00003940
           '*** AREA CURSOR ***'.                                       00003950
      *----------------------------------------------------------------*00003960
                                                                        00003970
           EXEC SQL                                                     00003980
            DECLARE CFUNC CURSOR FOR                                    00003990
             SELECT ID,SETOR,CARGAHOR                                   00004000
                    FROM FOUR001.FUNC                                   00004010
                    ORDER BY ID                                         00004020
           END-EXEC.                                                    00004030
                                                                        00004040
      *================================================================*00004050
       PROCEDURE                                 DIVISION.              00004060
      *================================================================*00004070
                                                                        00004080
      *----------------------------------------------------------------*00004090
       0000-PRINCIPAL                  SECTION.                         00004100
      *----------------------------------------------------------------*00004110
                                                                        00004120
                PERFORM 1000-INICIAR.                                   00004130
                                                                        00004140
                PERFORM 2000-PROCESSAR.                                 00004150
                                                                        00004160
                PERFORM 3000-FINALIZAR.                                 00004170
                                                                        00004180
                STOP RUN.                                               00004190
                                                                        00004200
      *----------------------------------------------------------------*00004210
       0000-99-FIM.                    EXIT.                            00004220
      *----------------------------------------------------------------*00004230
                                                                        00004240
      *----------------------------------------------------------------*00004250
       1000-INICIAR                              SECTION.               00004260
      *----------------------------------------------------------------*00004270
                                                                        00004280
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00004290
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00004300
           MOVE WRK-DATA-CORTE         TO WRK-DATA-SISTEMA.             00004310
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00004320
           MOVE '01'                   TO WRK-CAL-DATA(1:2).            00004330
           MOVE WRK-CRT-COMPETENCIA    TO WRK-CAL-DATA(3:6).            00004340
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00004350
           IF WRK-CAL-RETORNO          EQUAL '1'                        00004360
               DISPLAY 'CARTAO INVALIDO (MMAAAA): ' WRK-CARTAO(1:6)     00004370
               MOVE 12                 TO RETURN-CODE                   00004380
               GOBACK                                                   00004390
           END-IF.                                                      00004400
           MOVE WRK-CRT-COMPETENCIA    TO WRK-COMPETENCIA.              00004410
                                                                        00004420
           PERFORM 1100-CARREGAR-PARAMETROS.                            00004430
           DISPLAY 'MARGEM-ALVO: ' WRK-MARGEM-ALVO.                     00004440
                                                                        00004450
           PERFORM 1200-CARREGAR-ALIQUOTAS.                             00004460
           IF WRK-VIG-INSS             EQUAL ZEROS                      00004470
              OR WRK-VIG-FGTS          EQUAL ZEROS                      00004480
              OR WRK-VIG-RAT           EQUAL ZEROS                      00004490
               DISPLAY 'TABENC SEM ALIQUOTA VIGENTE DE INS, FGT OU RAT' 00004500
                       ' - JOB CANCELADO'                               00004510
               MOVE 12                 TO RETURN-CODE                   00004520
               GOBACK                                                   00004530
           END-IF.                                                      00004540
                                                                        00004550
           INITIALIZE WRK-TAB-FUNC                                      00004560
                      WRK-TAB-PROJ                                      00004570
                      WRK-TAB-SETOR.                                    00004580
                                                                        00004590
           PERFORM 1300-CARREGAR-FOLHA.                                 00004600
           PERFORM 1400-CARREGAR-FUNCIONARIOS.                          00004610
                                                                        00004620
           PERFORM 1500-CALCULAR-CUSTO-HORA                             00004630
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00004640
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00004650
                                                                        00004660
           OPEN OUTPUT RELMRG.                                          00004670
           IF WRK-FS-RELMRG            NOT EQUAL ZEROS                  00004680
               MOVE 'FR06DB34'         TO WRK-PROGRAMA                  00004690
               MOVE 'ERRO NO OPEN RELMRG '                              00004700
                                       TO WRK-MSG-ERRO                  00004710
               MOVE '1000'             TO WRK-SECTION                   00004720
               MOVE WRK-FS-RELMRG      TO WRK-STATUS                    00004730
               PERFORM 9000-GRAVAR-ERROS                                00004740
               MOVE 12                 TO RETURN-CODE                   00004750
               GOBACK                                                   00004760
           END-IF.                                                      00004770
                                                                        00004780
      *----------------------------------------------------------------*00004790
       1000-99-FIM.                    EXIT.                            00004800
      *----------------------------------------------------------------*00004810
                                                                        00004820
      *----------------------------------------------------------------*00004830
       1100-CARREGAR-PARAMETROS                  SECTION.               00004840
      *----------------------------------------------------------------*00004850
      *    MARGEM-ALVO: VALE O REGISTRO DE VIGENCIA MAIS RECENTE NAO   *00004860
      *    POSTERIOR A DATA DO SISTEMA. SEM O PARAMETRO (OU SEM        *00004870
      *    PARAMS) FICA O PADRAO DE 10,00%.                            *00004880
      *----------------------------------------------------------------*00004890
                                                                        00004900
           OPEN INPUT PARAMS.                                           00004910
           IF WRK-FS-PARAMS            EQUAL 35                         00004920
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00004930
               GO TO 1100-99-FIM                                        00004940
           END-IF.                                                      00004950
                                                                        00004960
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00004970
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00004980
               MOVE 12                 TO RETURN-CODE                   00004990
               GOBACK                                                   00005000
           END-IF.                                                      00005010
                                                                        00005020
           PERFORM 1110-LER-PARAMETRO                                   00005030
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00005040
           CLOSE PARAMS.                                                00005050
                                                                        00005060
      *----------------------------------------------------------------*00005070
       1100-99-FIM.                    EXIT.                            00005080
      *----------------------------------------------------------------*00005090
                                                                        00005100
      *----------------------------------------------------------------*00005110
       1110-LER-PARAMETRO                        SECTION.               00005120
      *----------------------------------------------------------------*00005130
                                                                        00005140
           READ PARAMS INTO WRK-REG-PARAM.                              00005150
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00005160
               MOVE 10                 TO WRK-FS-PARAMS                 00005170
               GO TO 1110-99-FIM                                        00005180
           END-IF.                                                      00005190
                                                                        00005200
           IF WRK-PARAM-NOME           NOT EQUAL 'MARGEM-ALVO'          00005210
              OR WRK-PARAM-DATA-EFET   GREATER WRK-DATA-CORTE           00005220
              OR WRK-PARAM-DATA-EFET   LESS WRK-VIG-MARGEM              00005230
               GO TO 1110-99-FIM                                        00005240
           END-IF.                                                      00005250
                                                                        00005260
      *    PERCENTUAL 9(03)V99 NAS COLUNAS 21-25 (01000 = 10,00%).      00005270
           IF WRK-PARAM-VALOR(1:5)     NOT NUMERIC                      00005280
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00005290
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00005300
               MOVE 12                 TO RETURN-CODE                   00005310
               GOBACK                                                   00005320
           END-IF.                                                      00005330
                                                                        00005340
           MOVE WRK-PARAM-VALOR(1:5)   TO WRK-MARGEM-X.                 00005350
           MOVE WRK-MARGEM-RED         TO WRK-MARGEM-ALVO.              00005360
           MOVE WRK-PARAM-DATA-EFET    TO WRK-VIG-MARGEM.               00005370
                                                                        00005380
      *----------------------------------------------------------------*00005390
       1110-99-FIM.                    EXIT.                            00005400
      *----------------------------------------------------------------*00005410
                                                                        00005420
      *----------------------------------------------------------------*00005430
       1200-CARREGAR-ALIQUOTAS                   SECTION.               00005440
      *----------------------------------------------------------------*00005450
      *    MESMA REGRA DO FR06DB30: PARA CADA CODIGO VALE O REGISTRO   *00005460
      *    DE VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA DO SISTEMA.   *00005470
      *----------------------------------------------------------------*00005480
                                                                        00005490
           OPEN INPUT TABENC.                                           00005500
           IF WRK-FS-TABENC            NOT EQUAL ZEROS                  00005510
               DISPLAY 'ERRO NO OPEN TABENC FS=' WRK-FS-TABENC          00005520
               MOVE 12                 TO RETURN-CODE                   00005530
               GOBACK                                                   00005540
           END-IF.                                                      00005550
                                                                        00005560
           PERFORM 1210-LER-ALIQUOTA                                    00005570
               UNTIL WRK-FS-TABENC EQUAL 10.                            00005580
           CLOSE TABENC.                                                00005590
                                                                        00005600
      *----------------------------------------------------------------*00005610
       1200-99-FIM.                    EXIT.                            00005620
      *----------------------------------------------------------------*00005630
                                                                        00005640
      *----------------------------------------------------------------*00005650
       1210-LER-ALIQUOTA                         SECTION.               00005660
      *----------------------------------------------------------------*00005670
                                                                        00005680
           READ TABENC.                                                 00005690
           IF WRK-FS-TABENC            NOT EQUAL ZEROS                  00005700
               MOVE 10                 TO WRK-FS-TABENC                 00005710
               GO TO 1210-99-FIM                                        00005720
           END-IF.                                                      00005730
                                                                        00005740
           IF FD-TEN-ALIQUOTA          NOT NUMERIC                      00005750
              OR FD-TEN-DATA-EFET      NOT NUMERIC                      00005760
               DISPLAY 'ALIQUOTA INVALIDA - JOB CANCELADO: ' FD-TABENC  00005770
               MOVE 12                 TO RETURN-CODE                   00005780
               GOBACK                                                   00005790
           END-IF.                                                      00005800
                                                                        00005810
           IF FD-TEN-DATA-EFET         GREATER WRK-DATA-CORTE           00005820
               GO TO 1210-99-FIM                                        00005830
           END-IF.                                                      00005840
                                                                        00005850
           EVALUATE FD-TEN-CODIGO                                       00005860
            WHEN 'INS'                                                  00005870
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-INSS            00005880
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-INSS              00005890
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-INSS               00005900
              END-IF                                                    00005910
            WHEN 'FGT'                                                  00005920
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-FGTS            00005930
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-FGTS              00005940
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-FGTS               00005950
              END-IF                                                    00005960
            WHEN 'RAT'                                                  00005970
              IF FD-TEN-DATA-EFET      NOT LESS WRK-VIG-RAT             00005980
                  MOVE FD-TEN-ALIQUOTA    TO WRK-ALIQ-RAT               00005990
                  MOVE FD-TEN-DATA-EFET   TO WRK-VIG-RAT                00006000
              END-IF                                                    00006010
            WHEN OTHER                                                  00006020
              CONTINUE                                                  00006030
           END-EVALUATE.                                                00006040
                                                                        00006050
      *----------------------------------------------------------------*00006060
       1210-99-FIM.                    EXIT.                            00006070
      *----------------------------------------------------------------*00006080
                                                                        00006090
      *----------------------------------------------------------------*00006100
       1300-CARREGAR-FOLHA                       SECTION.               00006110
      *----------------------------------------------------------------*00006120
      *    BRUTO SOMADO POR ID COMO NO FR06DB30 (LINHAS 'BEN' E O      *00006130
      *    ADIANTAMENTO 150 FICAM DE FORA); O SETOR E O DO ULTIMO      *00006140
      *    CONTRACHEQUE DO FUNCIONARIO.                                *00006150
      *----------------------------------------------------------------*00006160
                                                                        00006170
           OPEN INPUT FOLHA.                                            00006180
           IF WRK-FS-FOLHA             NOT EQUAL ZEROS                  00006190
               DISPLAY 'ERRO NO OPEN FOLHA FS=' WRK-FS-FOLHA            00006200
               MOVE 12                 TO RETURN-CODE                   00006210
               GOBACK                                                   00006220
           END-IF.                                                      00006230
                                                                        00006240
           PERFORM 1310-LER-CONTRACHEQUE                                00006250
               UNTIL WRK-FS-FOLHA EQUAL 10.                             00006260
           CLOSE FOLHA.                                                 00006270
                                                                        00006280
      *----------------------------------------------------------------*00006290
       1300-99-FIM.                    EXIT.                            00006300
      *----------------------------------------------------------------*00006310
                                                                        00006320
      *----------------------------------------------------------------*00006330
       1310-LER-CONTRACHEQUE                     SECTION.               00006340
      *----------------------------------------------------------------*00006350
                                                                        00006360
           READ FOLHA.                                                  00006370
           IF WRK-FS-FOLHA             NOT EQUAL ZEROS                  00006380
               MOVE 10                 TO WRK-FS-FOLHA                  00006390
               GO TO 1310-99-FIM                                        00006400
           END-IF.                                                      00006410
                                                                        00006420
           IF FLH-EVENTO EQUAL 'BEN'                                    00006430
              OR FLH-EVENTO EQUAL '150'                                 00006440
               GO TO 1310-99-FIM                                        00006450
           END-IF.                                                      00006460
                                                                        00006470
           ADD 1                       TO WRK-ACUM-CONTRACHEQUES.       00006480
                                                                        00006490
           IF FLH-ID                   NOT NUMERIC                      00006500
              OR FLH-ID                EQUAL ZEROS                      00006510
              OR FLH-SETOR             NOT NUMERIC                      00006520
              OR FLH-BRUTO             NOT NUMERIC                      00006530
               ADD 1                   TO WRK-ACUM-INVALIDOS            00006540
               DISPLAY 'CONTRACHEQUE INVALIDO: ' FD-REG-FOLHA           00006550
               GO TO 1310-99-FIM                                        00006560
           END-IF.                                                      00006570
                                                                        00006580
           ADD FLH-BRUTO               TO WRK-TFU-BRUTO(FLH-ID).        00006590
           ADD 1                       TO WRK-TFU-LINHAS(FLH-ID).       00006600
           MOVE FLH-SETOR              TO WRK-TFU-SETOR(FLH-ID).        00006610
           MOVE 'S'                    TO WRK-TFU-TEM-SETOR(FLH-ID).    00006620
                                                                        00006630
      *----------------------------------------------------------------*00006640
       1310-99-FIM.                    EXIT.                            00006650
      *----------------------------------------------------------------*00006660
                                                                        00006670
      *----------------------------------------------------------------*00006680
       1400-CARREGAR-FUNCIONARIOS                SECTION.               00006690
      *----------------------------------------------------------------*00006700
      *    CARGA HORARIA DE CADA ID E O SETOR DE QUEM NAO TEVE         *00006710
      *    CONTRACHEQUE NO MES.                                        *00006720
      *----------------------------------------------------------------*00006730
                                                                        00006740
           EXEC SQL                                                     00006750
               OPEN CFUNC                                               00006760
           END-EXEC.                                                    00006770
                                                                        00006780
           IF SQLCODE                  NOT EQUAL ZEROS                  00006790
               MOVE SQLCODE            TO WRK-SQLCODE                   00006800
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CFUNC'   00006810
               MOVE 12                 TO RETURN-CODE                   00006820
               GOBACK                                                   00006830
           END-IF.                                                      00006840
                                                                        00006850
           PERFORM 1410-LER-FUNCIONARIO                                 00006860
               UNTIL SQLCODE EQUAL 100.                                 00006870
                                                                        00006880
           EXEC SQL                                                     00006890
               CLOSE CFUNC                                              00006900
           END-EXEC.                                                    00006910
                                                                        00006920
      *----------------------------------------------------------------*00006930
       1400-99-FIM.                    EXIT.                            00006940
      *----------------------------------------------------------------*00006950
                                                                        00006960
      *----------------------------------------------------------------*00006970
       1410-LER-FUNCIONARIO                      SECTION.               00006980
      *----------------------------------------------------------------*00006990
                                                                        00007000
           EXEC SQL                                                     00007010
             FETCH CFUNC                                                00007020
              INTO :DB2-ID,                                             00007030
                   :DB2-SETOR,                                          00007040
                   :DB2-CARGAHOR  :WRK-CARGA-NULL                       00007050
           END-EXEC.                                                    00007060
                                                                        00007070
           EVALUATE SQLCODE                                             00007080
            WHEN 0                                                      00007090
              CONTINUE                                                  00007100
            WHEN 100                                                    00007110
              GO TO 1410-99-FIM                                         00007120
            WHEN OTHER                                                  00007130
              MOVE SQLCODE             TO WRK-SQLCODE                   00007140
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CFUNC'   00007150
              MOVE 'FR06DB34'          TO WRK-PROGRAMA                  00007160
              MOVE '1410'              TO WRK-SECTION                   00007170
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00007180
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00007190
              PERFORM 9000-GRAVAR-ERROS                                 00007200
              MOVE 12                  TO RETURN-CODE                   00007210
              GOBACK                                                    00007220
           END-EVALUATE.                                                00007230
                                                                        00007240
           MOVE DB2-ID                 TO WRK-ID-FUNC.                  00007250
           IF WRK-ID-FUNC              EQUAL ZEROS                      00007260
              OR WRK-ID-FUNC           GREATER 9999                     00007270
               GO TO 1410-99-FIM                                        00007280
           END-IF.                                                      00007290
                                                                        00007300
           IF WRK-CARGA-NULL           LESS ZEROS                       00007310
              OR DB2-CARGAHOR          NOT GREATER ZEROS                00007320
               MOVE 220                TO WRK-TFU-CARGA(WRK-ID-FUNC)    00007330
           ELSE                                                         00007340
               MOVE DB2-CARGAHOR       TO WRK-TFU-CARGA(WRK-ID-FUNC)    00007350
           END-IF.                                                      00007360
                                                                        00007370
           MOVE DB2-SETOR              TO WRK-SETOR-FUNC.               00007380
           IF WRK-TFU-TEM-SETOR(WRK-ID-FUNC) NOT EQUAL 'S'              00007390
              AND WRK-SETOR-FUNC       NUMERIC                          00007400
               MOVE WRK-SETOR-FUNC     TO WRK-TFU-SETOR(WRK-ID-FUNC)    00007410
               MOVE 'S'                TO WRK-TFU-TEM-SETOR(WRK-ID-FUNC)00007420
           END-IF.                                                      00007430
                                                                        00007440
      *----------------------------------------------------------------*00007450
       1410-99-FIM.                    EXIT.                            00007460
      *----------------------------------------------------------------*00007470
                                                                        00007480
      *----------------------------------------------------------------*00007490
       1500-CALCULAR-CUSTO-HORA                  SECTION.               00007500
      *----------------------------------------------------------------*00007510
      *    CUSTO DO MES = BRUTO + ENCARGOS (ARREDONDADOS UM A UM COMO  *00007520
      *    NO FR06DB30). ID DA FOLHA FORA DA FOUR001.FUNC (DESLIGADO   *00007530
      *    NO MES) FICA COM A CARGA PADRAO DE 220 HORAS.               *00007540
      *----------------------------------------------------------------*00007550
                                                                        00007560
           IF WRK-TFU-LINHAS(WRK-IDX-FUNC) EQUAL ZEROS                  00007570
               GO TO 1500-99-FIM                                        00007580
           END-IF.                                                      00007590
                                                                        00007600
           ADD 1                       TO WRK-ACUM-FUNCIONARIOS.        00007610
           IF WRK-TFU-CARGA(WRK-IDX-FUNC) EQUAL ZEROS                   00007620
               MOVE 220                TO WRK-TFU-CARGA(WRK-IDX-FUNC)   00007630
           END-IF.                                                      00007640
                                                                        00007650
           COMPUTE WRK-INSS ROUNDED =                                   00007660
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-INSS / 100.       00007670
           COMPUTE WRK-FGTS ROUNDED =                                   00007680
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-FGTS / 100.       00007690
           COMPUTE WRK-RAT ROUNDED =                                    00007700
               WRK-TFU-BRUTO(WRK-IDX-FUNC) * WRK-ALIQ-RAT / 100.        00007710
           COMPUTE WRK-CUSTO-MES = WRK-TFU-BRUTO(WRK-IDX-FUNC)          00007720
                                 + WRK-INSS + WRK-FGTS + WRK-RAT.       00007730
           COMPUTE WRK-TFU-CUSTO-HORA(WRK-IDX-FUNC) ROUNDED =           00007740
               WRK-CUSTO-MES / WRK-TFU-CARGA(WRK-IDX-FUNC).             00007750
                                                                        00007760
      *----------------------------------------------------------------*00007770
       1500-99-FIM.                    EXIT.                            00007780
      *----------------------------------------------------------------*00007790
                                                                        00007800
      *----------------------------------------------------------------*00007810
       2000-PROCESSAR                            SECTION.               00007820
      *----------------------------------------------------------------*00007830
      *    CUSTEIA AS HORAS DO FUNPROJ3 E SOMA A RECEITA DO FATURA,    *00007840
      *    POR PROJETO E POR SETOR DO FUNCIONARIO.                     *00007850
      *----------------------------------------------------------------*00007860
                                                                        00007870
           OPEN INPUT FUNPROJ3.                                         00007880
           IF WRK-FS-FUNPROJ3          NOT EQUAL ZEROS                  00007890
               DISPLAY 'ERRO NO OPEN FUNPROJ3 FS=' WRK-FS-FUNPROJ3      00007900
               MOVE 12                 TO RETURN-CODE                   00007910
               GOBACK                                                   00007920
           END-IF.                                                      00007930
                                                                        00007940
           PERFORM 2100-LER-APONTAMENTO                                 00007950
               UNTIL WRK-FS-FUNPROJ3 EQUAL 10.                          00007960
           CLOSE FUNPROJ3.                                              00007970
                                                                        00007980
           OPEN INPUT FATURA.                                           00007990
           IF WRK-FS-FATURA            NOT EQUAL ZEROS                  00008000
               DISPLAY 'ERRO NO OPEN FATURA FS=' WRK-FS-FATURA          00008010
               MOVE 12                 TO RETURN-CODE                   00008020
               GOBACK                                                   00008030
           END-IF.                                                      00008040
                                                                        00008050
           PERFORM 2200-LER-FATURA                                      00008060
               UNTIL WRK-FS-FATURA EQUAL 10.                            00008070
           CLOSE FATURA.                                                00008080
                                                                        00008090
      *----------------------------------------------------------------*00008100
       2000-99-FIM.                    EXIT.                            00008110
      *----------------------------------------------------------------*00008120
                                                                        00008130
      *----------------------------------------------------------------*00008140
       2100-LER-APONTAMENTO                      SECTION.               00008150
      *----------------------------------------------------------------*00008160
                                                                        00008170
           READ FUNPROJ3.                                               00008180
           IF WRK-FS-FUNPROJ3          NOT EQUAL ZEROS                  00008190
               MOVE 10                 TO WRK-FS-FUNPROJ3               00008200
               GO TO 2100-99-FIM                                        00008210
           END-IF.                                                      00008220
                                                                        00008230
           ADD 1                       TO WRK-ACUM-APONTAMENTOS.        00008240
                                                                        00008250
           IF FD-FPJ-ID                NOT NUMERIC                      00008260
              OR FD-FPJ-ID-N           EQUAL ZEROS                      00008270
              OR FD-FPJ-ID-N           GREATER 9999                     00008280
              OR FD-FPJ-QTHORAS        NOT NUMERIC                      00008290
              OR FD-FPJ-PROJETO        EQUAL SPACES                     00008300
               ADD 1                   TO WRK-ACUM-INVALIDOS            00008310
               DISPLAY 'APONTAMENTO INVALIDO: ' FD-FUNPROJ3             00008320
               GO TO 2100-99-FIM                                        00008330
           END-IF.                                                      00008340
                                                                        00008350
           MOVE FD-FPJ-ID-N            TO WRK-ID-FUNC.                  00008360
           IF WRK-TFU-LINHAS(WRK-ID-FUNC) EQUAL ZEROS                   00008370
               ADD 1                   TO WRK-ACUM-SEM-CUSTO            00008380
               ADD FD-FPJ-QTHORAS      TO WRK-ACUM-HORAS-SEM-CUSTO      00008390
               DISPLAY 'HORAS SEM CUSTO (ID FORA DA FOLHA): '           00008400
                       FD-FPJ-ID ' ' FD-FPJ-PROJETO ' '                 00008410
                       FD-FPJ-QTHORAS                                   00008420
           END-IF.                                                      00008430
                                                                        00008440
           COMPUTE WRK-CUSTO-LINHA ROUNDED =                            00008450
               FD-FPJ-QTHORAS * WRK-TFU-CUSTO-HORA(WRK-ID-FUNC).        00008460
                                                                        00008470
           MOVE FD-FPJ-PROJETO         TO WRK-PROJ-BUSCA.               00008480
           PERFORM 2300-LOCALIZAR-PROJETO.                              00008490
           ADD FD-FPJ-QTHORAS          TO WRK-TPJ-HORAS(WRK-IDX-PROJ).  00008500
           ADD WRK-CUSTO-LINHA         TO WRK-TPJ-CUSTO(WRK-IDX-PROJ).  00008510
                                                                        00008520
           PERFORM 2400-LOCALIZAR-SETOR.                                00008530
           ADD FD-FPJ-QTHORAS          TO WRK-TST-HORAS(WRK-IDX-SETOR). 00008540
           ADD WRK-CUSTO-LINHA         TO WRK-TST-CUSTO(WRK-IDX-SETOR). 00008550
                                                                        00008560
      *----------------------------------------------------------------*00008570
       2100-99-FIM.                    EXIT.                            00008580
      *----------------------------------------------------------------*00008590
                                                                        00008600
      *----------------------------------------------------------------*00008610
       2200-LER-FATURA                           SECTION.               00008620
      *----------------------------------------------------------------*00008630
      *    RECEITA = VALOR BRUTO DA LINHA (O IMPOSTO NAO E DEDUZIDO,   *00008640
      *    COMO NO VALOR DA FATURA DO CONTAS A RECEBER).               *00008650
      *----------------------------------------------------------------*00008660
                                                                        00008670
           READ FATURA.                                                 00008680
           IF WRK-FS-FATURA            NOT EQUAL ZEROS                  00008690
               MOVE 10                 TO WRK-FS-FATURA                 00008700
               GO TO 2200-99-FIM                                        00008710
           END-IF.                                                      00008720
                                                                        00008730
           ADD 1                       TO WRK-ACUM-LINHAS-FATURA.       00008740
                                                                        00008750
           IF FD-FAT-VALOR             NOT NUMERIC                      00008760
              OR FD-FAT-PROJETO        EQUAL SPACES                     00008770
               ADD 1                   TO WRK-ACUM-INVALIDOS            00008780
               DISPLAY 'LINHA DE FATURA INVALIDA: ' FD-FATURA           00008790
               GO TO 2200-99-FIM                                        00008800
           END-IF.                                                      00008810
                                                                        00008820
           MOVE FD-FAT-PROJETO         TO WRK-PROJ-BUSCA.               00008830
           PERFORM 2300-LOCALIZAR-PROJETO.                              00008840
           ADD FD-FAT-VALOR            TO WRK-TPJ-RECEITA(WRK-IDX-PROJ).00008850
                                                                        00008860
      *    ID INVALIDO OU FORA DA TABELA CAI NO SETOR 0000.             00008870
           MOVE ZEROS                  TO WRK-ID-FUNC.                  00008880
           IF FD-FAT-ID                NUMERIC                          00008890
              AND FD-FAT-ID-N          NOT GREATER 9999                 00008900
               MOVE FD-FAT-ID-N        TO WRK-ID-FUNC                   00008910
           END-IF.                                                      00008920
           PERFORM 2400-LOCALIZAR-SETOR.                                00008930
           ADD FD-FAT-VALOR       TO WRK-TST-RECEITA(WRK-IDX-SETOR).    00008940
                                                                        00008950
      *----------------------------------------------------------------*00008960
       2200-99-FIM.                    EXIT.                            00008970
      *----------------------------------------------------------------*00008980
                                                                        00008990
      *----------------------------------------------------------------*00009000
       2300-LOCALIZAR-PROJETO                    SECTION.               00009010
      *----------------------------------------------------------------*00009020
      *    DEVOLVE EM WRK-IDX-PROJ A POSICAO DO PROJETO, INCLUINDO-O   *00009030
      *    NA SUA POSICAO DE ORDEM QUANDO AINDA NAO ESTA NA TABELA.    *00009040
      *----------------------------------------------------------------*00009050
                                                                        00009060
           MOVE 1                      TO WRK-IDX-PROJ.                 00009070
           PERFORM 2310-AVANCAR-PROJETO                                 00009080
               UNTIL WRK-IDX-PROJ GREATER WRK-QT-PROJ                   00009090
                  OR WRK-TPJ-PROJETO(WRK-IDX-PROJ)                      00009100
                                       NOT LESS WRK-PROJ-BUSCA.         00009110
                                                                        00009120
           IF WRK-IDX-PROJ             NOT GREATER WRK-QT-PROJ          00009130
              AND WRK-TPJ-PROJETO(WRK-IDX-PROJ) EQUAL WRK-PROJ-BUSCA    00009140
               GO TO 2300-99-FIM                                        00009150
           END-IF.                                                      00009160
                                                                        00009170
           IF WRK-QT-PROJ              EQUAL 500                        00009180
               DISPLAY 'MAIS DE 500 PROJETOS - JOB CANCELADO'           00009190
               MOVE 'FR06DB34'         TO WRK-PROGRAMA                  00009200
               MOVE '2300'             TO WRK-SECTION                   00009210
               MOVE 'TABELA DE PROJETOS CHEIA '                         00009220
                                       TO WRK-MSG-ERRO                  00009230
               MOVE ZEROS              TO WRK-STATUS                    00009240
               PERFORM 9000-GRAVAR-ERROS                                00009250
               MOVE 12                 TO RETURN-CODE                   00009260
               GOBACK                                                   00009270
           END-IF.                                                      00009280
                                                                        00009290
           PERFORM 2320-DESLOCAR-PROJETO                                00009300
               VARYING WRK-IDX-DESLOCA FROM WRK-QT-PROJ BY -1           00009310
               UNTIL WRK-IDX-DESLOCA LESS WRK-IDX-PROJ.                 00009320
                                                                        00009330
           INITIALIZE WRK-TPJ-ITEM(WRK-IDX-PROJ).                       00009340
           MOVE WRK-PROJ-BUSCA         TO WRK-TPJ-PROJETO(WRK-IDX-PROJ).00009350
           ADD 1                       TO WRK-QT-PROJ.                  00009360
                                                                        00009370
      *----------------------------------------------------------------*00009380
       2300-99-FIM.                    EXIT.                            00009390
      *----------------------------------------------------------------*00009400
                                                                        00009410
      *----------------------------------------------------------------*00009420
       2310-AVANCAR-PROJETO                      SECTION.               00009430
      *----------------------------------------------------------------*00009440
                                                                        00009450
           ADD 1                       TO WRK-IDX-PROJ.                 00009460
                                                                        00009470
      *----------------------------------------------------------------*00009480
       2310-99-FIM.                    EXIT.                            00009490
      *----------------------------------------------------------------*00009500
                                                                        00009510
      *----------------------------------------------------------------*00009520
       2320-DESLOCAR-PROJETO                     SECTION.               00009530
      *----------------------------------------------------------------*00009540
                                                                        00009550
           MOVE WRK-TPJ-ITEM(WRK-IDX-DESLOCA)                           00009560
                                  TO WRK-TPJ-ITEM(WRK-IDX-DESLOCA + 1). 00009570
                                                                        00009580
      *----------------------------------------------------------------*00009590
       2320-99-FIM.                    EXIT.                            00009600
      *----------------------------------------------------------------*00009610
                                                                        00009620
      *----------------------------------------------------------------*00009630
       2400-LOCALIZAR-SETOR                      SECTION.               00009640
      *----------------------------------------------------------------*00009650
      *    SETOR DO FUNCIONARIO DE WRK-ID-FUNC (FOLHA OU FOUR001.FUNC);*00009660
      *    SEM SETOR CONHECIDO CAI NO SETOR 0000.                      *00009670
      *----------------------------------------------------------------*00009680
                                                                        00009690
           MOVE 1                      TO WRK-IDX-SETOR.                00009700
           IF WRK-ID-FUNC              GREATER ZEROS                    00009710
               IF WRK-TFU-TEM-SETOR(WRK-ID-FUNC) EQUAL 'S'              00009720
                   COMPUTE WRK-IDX-SETOR =                              00009730
                       WRK-TFU-SETOR(WRK-ID-FUNC) + 1                   00009740
               END-IF                                                   00009750
           END-IF.                                                      00009760
           MOVE 'S'                    TO WRK-TST-USADO(WRK-IDX-SETOR). 00009770
                                                                        00009780
      *----------------------------------------------------------------*00009790
       2400-99-FIM.                    EXIT.                            00009800
      *----------------------------------------------------------------*00009810
                                                                        00009820
      *----------------------------------------------------------------*00009830
       3000-FINALIZAR                            SECTION.               00009840
      *----------------------------------------------------------------*00009850
                                                                        00009860
           MOVE WRK-COMPETENCIA        TO WRK-CB1-COMPETENCIA.          00009870
           MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).            00009880
           MOVE '/'                    TO WRK-CB1-DATA(3:1).            00009890
           MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).            00009900
           MOVE '/'                    TO WRK-CB1-DATA(6:1).            00009910
           MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).            00009920
           WRITE FD-RELMRG             FROM WRK-CABEC1.                 00009930
                                                                        00009940
           PERFORM 3100-IMPRIMIR-PROJETOS.                              00009950
           PERFORM 3200-IMPRIMIR-SETORES.                               00009960
           PERFORM 3400-IMPRIMIR-RESUMO.                                00009970
                                                                        00009980
           CLOSE RELMRG.                                                00009990
                                                                        00010000
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00010010
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00010020
           DISPLAY ' * CONTRACHEQUES LIDOS.......:'                     00010030
                   WRK-ACUM-CONTRACHEQUES                               00010040
           DISPLAY ' * FUNCIONARIOS CUSTEADOS....:'                     00010050
                   WRK-ACUM-FUNCIONARIOS                                00010060
           DISPLAY ' * APONTAMENTOS LIDOS........:'                     00010070
                   WRK-ACUM-APONTAMENTOS                                00010080
           DISPLAY ' * LINHAS DE FATURA LIDAS....:'                     00010090
                   WRK-ACUM-LINHAS-FATURA                               00010100
           DISPLAY ' * REGISTROS INVALIDOS.......:' WRK-ACUM-INVALIDOS  00010110
           DISPLAY ' * APONTAMENTOS SEM CUSTO....:' WRK-ACUM-SEM-CUSTO  00010120
           DISPLAY ' * PROJETOS..................:' WRK-QT-PROJ         00010130
           DISPLAY ' * PROJETOS COM MARGEM NEGAT.:' WRK-ACUM-NEGATIVOS  00010140
           DISPLAY ' * PROJETOS ABAIXO DO ALVO...:'                     00010150
                   WRK-ACUM-ABAIXO-ALVO                                 00010160
           DISPLAY ' * CUSTO TOTAL...............:' WRK-TOT-CUSTO       00010170
           DISPLAY ' * RECEITA TOTAL.............:' WRK-TOT-RECEITA     00010180
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00010190
                                                                        00010200
           IF WRK-ACUM-NEGATIVOS       GREATER ZEROS                    00010210
              OR WRK-ACUM-ABAIXO-ALVO  GREATER ZEROS                    00010220
              OR WRK-ACUM-SEM-CUSTO    GREATER ZEROS                    00010230
              OR WRK-ACUM-INVALIDOS    GREATER ZEROS                    00010240
               MOVE 4                  TO RETURN-CODE                   00010250
           END-IF.                                                      00010260
                                                                        00010270
      *----------------------------------------------------------------*00010280
       3000-99-FIM.                    EXIT.                            00010290
      *----------------------------------------------------------------*00010300
                                                                        00010310
      *----------------------------------------------------------------*00010320
       3100-IMPRIMIR-PROJETOS                    SECTION.               00010330
      *----------------------------------------------------------------*00010340
                                                                        00010350
           MOVE SPACES                 TO WRK-LINHA-SECAO.              00010360
           WRITE FD-RELMRG             FROM WRK-LINHA-SECAO.            00010370
           MOVE 'MARGEM POR PROJETO'   TO WRK-LINHA-SECAO.              00010380
           WRITE FD-RELMRG             FROM WRK-LINHA-SECAO.            00010390
           MOVE 'PROJETO'              TO WRK-CB2-CHAVE.                00010400
           WRITE FD-RELMRG             FROM WRK-CABEC2.                 00010410
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00010420
                                                                        00010430
           PERFORM 3110-IMPRIMIR-PROJETO                                00010440
               VARYING WRK-IDX-PROJ FROM 1 BY 1                         00010450
               UNTIL WRK-IDX-PROJ GREATER WRK-QT-PROJ.                  00010460
                                                                        00010470
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00010480
           MOVE WRK-TOT-HORAS          TO WRK-LIN-HORAS.                00010490
           MOVE WRK-TOT-CUSTO          TO WRK-LIN-CUSTO.                00010500
           MOVE WRK-TOT-RECEITA        TO WRK-LIN-RECEITA.              00010510
           PERFORM 3300-MONTAR-LINHA.                                   00010520
           MOVE 'TOTAL GERAL'          TO WRK-LDE-CHAVE.                00010530
           WRITE FD-RELMRG             FROM WRK-LINHA-DETALHE.          00010540
                                                                        00010550
      *----------------------------------------------------------------*00010560
       3100-99-FIM.                    EXIT.                            00010570
      *----------------------------------------------------------------*00010580
                                                                        00010590
      *----------------------------------------------------------------*00010600
       3110-IMPRIMIR-PROJETO                     SECTION.               00010610
      *----------------------------------------------------------------*00010620
                                                                        00010630
           MOVE WRK-TPJ-HORAS(WRK-IDX-PROJ)   TO WRK-LIN-HORAS.         00010640
           MOVE WRK-TPJ-CUSTO(WRK-IDX-PROJ)   TO WRK-LIN-CUSTO.         00010650
           MOVE WRK-TPJ-RECEITA(WRK-IDX-PROJ) TO WRK-LIN-RECEITA.       00010660
           PERFORM 3300-MONTAR-LINHA.                                   00010670
           MOVE WRK-TPJ-PROJETO(WRK-IDX-PROJ) TO WRK-LDE-CHAVE.         00010680
           WRITE FD-RELMRG             FROM WRK-LINHA-DETALHE.          00010690
                                                                        00010700
           EVALUATE WRK-MARCA                                           00010710
            WHEN 'N'                                                    00010720
              ADD 1                    TO WRK-ACUM-NEGATIVOS            00010730
            WHEN 'A'                                                    00010740
              ADD 1                    TO WRK-ACUM-ABAIXO-ALVO          00010750
            WHEN OTHER                                                  00010760
              CONTINUE                                                  00010770
           END-EVALUATE.                                                00010780
                                                                        00010790
           ADD WRK-TPJ-HORAS(WRK-IDX-PROJ)    TO WRK-TOT-HORAS.         00010800
           ADD WRK-TPJ-CUSTO(WRK-IDX-PROJ)    TO WRK-TOT-CUSTO.         00010810
           ADD WRK-TPJ-RECEITA(WRK-IDX-PROJ)  TO WRK-TOT-RECEITA.       00010820
                                                                        00010830
      *----------------------------------------------------------------*00010840
       3110-99-FIM.                    EXIT.                            00010850
      *----------------------------------------------------------------*00010860
                                                                        00010870
      *----------------------------------------------------------------*00010880
       3200-IMPRIMIR-SETORES                     SECTION.               00010890
      *----------------------------------------------------------------*00010900
                                                                        00010910
           MOVE SPACES                 TO WRK-LINHA-SECAO.              00010920
           WRITE FD-RELMRG             FROM WRK-LINHA-SECAO.            00010930
           MOVE 'MARGEM POR SETOR'     TO WRK-LINHA-SECAO.              00010940
           WRITE FD-RELMRG             FROM WRK-LINHA-SECAO.            00010950
           MOVE 'SETOR'                TO WRK-CB2-CHAVE.                00010960
           WRITE FD-RELMRG             FROM WRK-CABEC2.                 00010970
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00010980
                                                                        00010990
           PERFORM 3210-IMPRIMIR-SETOR                                  00011000
               VARYING WRK-IDX-SETOR FROM 1 BY 1                        00011010
               UNTIL WRK-IDX-SETOR GREATER 10000.                       00011020
                                                                        00011030
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00011040
                                                                        00011050
      *----------------------------------------------------------------*00011060
       3200-99-FIM.                    EXIT.                            00011070
      *----------------------------------------------------------------*00011080
                                                                        00011090
      *----------------------------------------------------------------*00011100
       3210-IMPRIMIR-SETOR                       SECTION.               00011110
      *----------------------------------------------------------------*00011120
                                                                        00011130
           IF WRK-TST-USADO(WRK-IDX-SETOR) NOT EQUAL 'S'                00011140
               GO TO 3210-99-FIM                                        00011150
           END-IF.                                                      00011160
                                                                        00011170
           MOVE WRK-TST-HORAS(WRK-IDX-SETOR)   TO WRK-LIN-HORAS.        00011180
           MOVE WRK-TST-CUSTO(WRK-IDX-SETOR)   TO WRK-LIN-CUSTO.        00011190
           MOVE WRK-TST-RECEITA(WRK-IDX-SETOR) TO WRK-LIN-RECEITA.      00011200
           PERFORM 3300-MONTAR-LINHA.                                   00011210
           COMPUTE WRK-CHS-SETOR = WRK-IDX-SETOR - 1.                   00011220
           MOVE WRK-CHAVE-SETOR        TO WRK-LDE-CHAVE.                00011230
           WRITE FD-RELMRG             FROM WRK-LINHA-DETALHE.          00011240
           ADD 1                       TO WRK-ACUM-SETORES.             00011250
                                                                        00011260
      *----------------------------------------------------------------*00011270
       3210-99-FIM.                    EXIT.                            00011280
      *----------------------------------------------------------------*00011290
                                                                        00011300
      *----------------------------------------------------------------*00011310
       3300-MONTAR-LINHA                         SECTION.               00011320
      *----------------------------------------------------------------*00011330
      *    MARGEM = RECEITA - CUSTO; PERCENTUAL SOBRE A RECEITA. SEM   *00011340
      *    RECEITA O PERCENTUAL NAO SE APLICA E SO HA MARCA QUANDO HA  *00011350
      *    CUSTO (MARGEM NEGATIVA).                                    *00011360
      *----------------------------------------------------------------*00011370
                                                                        00011380
           COMPUTE WRK-MARGEM = WRK-LIN-RECEITA - WRK-LIN-CUSTO.        00011390
           MOVE SPACES                 TO WRK-MARCA.                    00011400
                                                                        00011410
           MOVE WRK-LIN-HORAS          TO WRK-LDE-HORAS.                00011420
           MOVE WRK-LIN-CUSTO          TO WRK-LDE-CUSTO.                00011430
           MOVE WRK-LIN-RECEITA        TO WRK-LDE-RECEITA.              00011440
           MOVE WRK-MARGEM             TO WRK-LDE-MARGEM.               00011450
                                                                        00011460
           IF WRK-LIN-RECEITA          EQUAL ZEROS                      00011470
               MOVE '   ----'          TO WRK-LDE-PCT-X                 00011480
           ELSE                                                         00011490
               COMPUTE WRK-MARGEM-PCT ROUNDED =                         00011500
                   WRK-MARGEM * 100 / WRK-LIN-RECEITA                   00011510
                   ON SIZE ERROR                                        00011520
                       MOVE -999,99    TO WRK-MARGEM-PCT                00011530
               END-COMPUTE                                              00011540
               MOVE WRK-MARGEM-PCT     TO WRK-LDE-PCT                   00011550
           END-IF.                                                      00011560
                                                                        00011570
           IF WRK-MARGEM               LESS ZEROS                       00011580
               MOVE 'N'                TO WRK-MARCA                     00011590
           ELSE                                                         00011600
               IF WRK-LIN-RECEITA      GREATER ZEROS                    00011610
                  AND WRK-MARGEM-PCT   LESS WRK-MARGEM-ALVO             00011620
                   MOVE 'A'            TO WRK-MARCA                     00011630
               END-IF                                                   00011640
           END-IF.                                                      00011650
                                                                        00011660
           MOVE WRK-MARCA              TO WRK-LDE-MARCA.                00011670
                                                                        00011680
      *----------------------------------------------------------------*00011690
       3300-99-FIM.                    EXIT.                            00011700
      *----------------------------------------------------------------*00011710
                                                                        00011720
      *----------------------------------------------------------------*00011730
       3400-IMPRIMIR-RESUMO                      SECTION.               00011740
      *----------------------------------------------------------------*00011750
                                                                        00011760
           WRITE FD-RELMRG             FROM WRK-LINHA-LEGENDA.          00011770
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00011780
           MOVE 'PROJETOS'             TO WRK-LQT-ROTULO.               00011790
           MOVE WRK-QT-PROJ            TO WRK-LQT-QTDE.                 00011800
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011810
           MOVE 'PROJETOS COM MARGEM NEGATIVA' TO WRK-LQT-ROTULO.       00011820
           MOVE WRK-ACUM-NEGATIVOS     TO WRK-LQT-QTDE.                 00011830
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011840
           MOVE 'PROJETOS ABAIXO DA MARGEM-ALVO' TO WRK-LQT-ROTULO.     00011850
           MOVE WRK-ACUM-ABAIXO-ALVO   TO WRK-LQT-QTDE.                 00011860
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011870
           MOVE 'SETORES'              TO WRK-LQT-ROTULO.               00011880
           MOVE WRK-ACUM-SETORES       TO WRK-LQT-QTDE.                 00011890
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011900
           MOVE 'HORAS SEM CUSTO (FORA DA FOLHA)'                       00011910
                                       TO WRK-LQT-ROTULO.               00011920
           MOVE WRK-ACUM-HORAS-SEM-CUSTO TO WRK-LQT-QTDE.               00011930
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011940
           MOVE 'REGISTROS INVALIDOS'  TO WRK-LQT-ROTULO.               00011950
           MOVE WRK-ACUM-INVALIDOS     TO WRK-LQT-QTDE.                 00011960
           WRITE FD-RELMRG             FROM WRK-LINHA-QTDE.             00011970
                                                                        00011980
           WRITE FD-RELMRG             FROM WRK-LINHA-TRACO.            00011990
           MOVE 'MARGEM-ALVO'          TO WRK-LAL-ROTULO.               00012000
           MOVE WRK-MARGEM-ALVO        TO WRK-LAL-ALIQUOTA.             00012010
           MOVE WRK-VIG-MARGEM         TO WRK-LAL-VIGENCIA.             00012020
           WRITE FD-RELMRG             FROM WRK-LINHA-ALIQUOTA.         00012030
           MOVE 'ALIQUOTA INSS PATRONAL' TO WRK-LAL-ROTULO.             00012040
           MOVE WRK-ALIQ-INSS          TO WRK-LAL-ALIQUOTA.             00012050
           MOVE WRK-VIG-INSS           TO WRK-LAL-VIGENCIA.             00012060
           WRITE FD-RELMRG             FROM WRK-LINHA-ALIQUOTA.         00012070
           MOVE 'ALIQUOTA FGTS'        TO WRK-LAL-ROTULO.               00012080
           MOVE WRK-ALIQ-FGTS          TO WRK-LAL-ALIQUOTA.             00012090
           MOVE WRK-VIG-FGTS           TO WRK-LAL-VIGENCIA.             00012100
           WRITE FD-RELMRG             FROM WRK-LINHA-ALIQUOTA.         00012110
           MOVE 'ALIQUOTA RAT'         TO WRK-LAL-ROTULO.               00012120
           MOVE WRK-ALIQ-RAT           TO WRK-LAL-ALIQUOTA.             00012130
           MOVE WRK-VIG-RAT            TO WRK-LAL-VIGENCIA.             00012140
           WRITE FD-RELMRG             FROM WRK-LINHA-ALIQUOTA.         00012150
                                                                        00012160
      *----------------------------------------------------------------*00012170
       3400-99-FIM.                    EXIT.                            00012180
      *----------------------------------------------------------------*00012190
                                                                        00012200
      *----------------------------------------------------------------*00012210
       9000-GRAVAR-ERROS                         SECTION.               00012220
      *----------------------------------------------------------------*00012230
                                                                        00012240
            MOVE '4'                 TO WRK-LOG-TIPO                    00012250
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00012260
            MOVE SPACES              TO WRK-LOG-DATA                    00012270
            MOVE SPACES              TO WRK-LOG-HORA                    00012280
                                                                        00012290
            CALL 'GRVLOG'             USING WRK-LOG                     00012300
                                                                        00012310
            CONTINUE.                                                   00012320
                                                                        00012330
      *----------------------------------------------------------------*00012340
       9000-99-FIM.                    EXIT.                            00012350
      *----------------------------------------------------------------*00012360
