      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB35.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: COBRANCA SEMANAL DE APONTAMENTO DE HORAS.  *00000100
      *                     O CARTAO DA SYSIN INFORMA A SEGUNDA-FEIRA  *00000110
      *                     DA SEMANA (COLUNAS 1-8, AAAAMMDD). PARA    *00000120
      *                     CADA FUNCIONARIO DO FUNC3 CONFERE, DIA A   *00000130
      *                     DIA DA SEMANA, AS HORAS APONTADAS NO       *00000140
      *                     F06CIP6 (APONTD DO FR06CB87, COM DATA).    *00000150
      *                     SO CONTAM OS DIAS UTEIS DO CALNDIA (FIM DE *00000160
      *                     SEMANA E FERIADO FICAM DE FORA) EM QUE O   *00000170
      *                     FUNCIONARIO NAO ESTA AFASTADO (FERIAS OU   *00000180
      *                     LICENCA DO AFASTA, COM OS DIAS UTEIS       *00000190
      *                     CONTADOS COMO NO FR06CB81).                *00000200
      *                     DIA SEM APONTAMENTO OU COM MENOS HORAS QUE *00000210
      *                     O PARAMETRO HORAS-MINIMAS-DIA DO PARAMS    *00000220
      *                     (COLUNAS 21-22; PADRAO 08) SAI NO RELAPT,  *00000230
      *                     AGRUPADO PELO GERENTE DO FUNCIONARIO       *00000240
      *                     (COLUNA GERENTE DA FOUR001.FUNC). O RESUMO *00000250
      *                     TRAZ O PERCENTUAL DE CONFORMIDADE POR      *00000260
      *                     SETOR (DIAS CUMPRIDOS / DIAS ESPERADOS).   *00000270
      *                     HAVENDO PENDENCIA O PASSO TERMINA COM RC 4.*00000280
      *                     NAO ALTERA A TABELA.                       *00000290
      *----------------------------------------------------------------*00000300
      *  BASE DE DADOS:                                                *00000310
      *      TABELAS DB2                             INCLUDE/BOOK      *00000320
      *      FOUR001.FUNC                              BOOKFUNC        *00000330
      *----------------------------------------------------------------*00000340
      *   ARQUIVOS........:                                            *00000350
      *   FUNC3    I  (FUNCIONARIOS ATIVOS - LRECL 39)                 *00000360
      *   APONTD   I  (APONTAMENTOS COM DATA - LRECL 36)               *00000370
      *   AFASTA   I  (AFASTAMENTOS DO FR06CB81 - LRECL 80, OPCIONAL)  *00000380
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000390
      *   RELAPT   O  (APONTAMENTOS PENDENTES - LRECL 80)              *00000400
      *----------------------------------------------------------------*00000410
      *   MODULOS.........:                                             00000420
      *   CALNDIA  - DIAS UTEIS DA SEMANA E DOS AFASTAMENTOS            00000430
      *   #GRVLOG4 - LOG DE ERROS                                       00000440
      *----------------------------------------------------------------*00000450
      *   MANUTENCAO:                                                  *00000460
      *================================================================*00000470
                                                                        00000480
      *================================================================*00000490
       ENVIRONMENT                               DIVISION.              00000500
      *================================================================*00000510
                                                                        00000520
      *----------------------------------------------------------------*00000530
       CONFIGURATION                             SECTION.               00000540
      *----------------------------------------------------------------*00000550
                                                                        00000560
       SPECIAL-NAMES.                                                   00000570
           DECIMAL-POINT IS COMMA.                                      00000580
                                                                        00000590
      *----------------------------------------------------------------*00000600
       INPUT-OUTPUT                              SECTION.               00000610
      *----------------------------------------------------------------*00000620
                                                                        00000630
       FILE-CONTROL.                                                    00000640
           SELECT FUNC3 ASSIGN             TO FUNC3                     00000650
           FILE STATUS                     IS WRK-FS-FUNC3.             00000660
           SELECT APONTD ASSIGN            TO APONTD                    00000670
           FILE STATUS                     IS WRK-FS-APONTD.            00000680
           SELECT AFASTA ASSIGN            TO AFASTA                    00000690
           FILE STATUS                     IS WRK-FS-AFASTA.            00000700
           SELECT PARAMS ASSIGN            TO PARAMS                    00000710
           FILE STATUS                     IS WRK-FS-PARAMS.            00000720
           SELECT RELAPT ASSIGN            TO RELAPT                    00000730
           FILE STATUS                     IS WRK-FS-RELAPT.            00000740
                                                                        00000750
      *================================================================*00000760
       DATA                                      DIVISION.              00000770
      *================================================================*00000780
                                                                        00000790
      *----------------------------------------------------------------*00000800
       FILE                                      SECTION.               00000810
      *----------------------------------------------------------------*00000820
                                                                        00000830
       FD  FUNC3                                                        00000840
           RECORDING MODE IS F                                          00000850
           LABEL RECORD IS STANDARD                                     00000860
           BLOCK CONTAINS 0 RECORDS.                                    00000870
                                                                        00000880
       01 FD-FUNC3.                                                     00000890
           05 FD-FUNC3-ID                 PIC X(05).                    00000900
           05 FD-FUNC3-ID-N REDEFINES FD-FUNC3-ID                       00000910
                                          PIC 9(05).                    00000920
           05 FD-FUNC3-NOME               PIC X(30).                    00000930
           05 FD-FUNC3-SETOR              PIC 9(04).                    00000940
                                                                        00000950
       FD  APONTD                                                       00000960
           RECORDING MODE IS F                                          00000970
           LABEL RECORD IS STANDARD                                     00000980
           BLOCK CONTAINS 0 RECORDS.                                    00000990
                                                                        00001000
       01 FD-APONTD                     PIC X(36).                      00001010
                                                                        00001020
       FD  AFASTA                                                       00001030
           RECORDING MODE IS F                                          00001040
           LABEL RECORD IS STANDARD                                     00001050
           BLOCK CONTAINS 0 RECORDS.                                    00001060
                                                                        00001070
       01 FD-AFASTA                     PIC X(80).                      00001080
                                                                        00001090
       FD  PARAMS                                                       00001100
           RECORDING MODE IS F                                          00001110
           LABEL RECORD IS STANDARD                                     00001120
           BLOCK CONTAINS 0 RECORDS.                                    00001130
                                                                        00001140
       01 FD-PARAMS                     PIC X(50).                      00001150
                                                                        00001160
       FD  RELAPT                                                       00001170
           RECORDING MODE IS F                                          00001180
           LABEL RECORD IS STANDARD                                     00001190
           BLOCK CONTAINS 0 RECORDS.                                    00001200
                                                                        00001210
       01 FD-RELAPT                     PIC X(80).                      00001220
                                                                        00001230
      *----------------------------------------------------------------*00001240
       WORKING-STORAGE                           SECTION.               00001250
      *----------------------------------------------------------------*00001260
                                                                        00001270
      *----------------------------------------------------------------*00001280
       01 FILLER                       PIC  X(050)         VALUE        00001290
           '***  FR06DB35 - INICIO DA AREA DE WORKING   ***'.           00001300
      *----------------------------------------------------------------*00001310
                                                                        00001320
       01 WRK-CARTAO.                                                   00001330
          05 WRK-CRT-SEGUNDA           PIC X(08).                       00001340
          05 FILLER                    PIC X(72).                       00001350
                                                                        00001360
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00001370
                                                                        00001380
       01 WRK-DATA-SISTEMA.                                             00001390
          05 WRK-DSI-ANO               PIC 9(04).                       00001400
          05 WRK-DSI-MES               PIC 9(02).                       00001410
          05 WRK-DSI-DIA               PIC 9(02).                       00001420
                                                                        00001430
           COPY '#CALNDIA'.                                             00001440
                                                                        00001450
      *----------------------------------------------------------------*00001460
       01 FILLER                       PIC  X(050)         VALUE        00001470
           '***  HORAS-MINIMAS-DIA (B#PARAM)  ***'.                     00001480
      *----------------------------------------------------------------*00001490
                                                                        00001500
           COPY 'B#PARAM'.                                              00001510
                                                                        00001520
       77 WRK-HORAS-MINIMAS            PIC 9(02) VALUE 8.               00001530
       77 WRK-VIG-MINIMO               PIC 9(08) VALUE ZEROS.           00001540
                                                                        00001550
      *----------------------------------------------------------------*00001560
       01 FILLER                       PIC  X(050)         VALUE        00001570
           '***  DIAS DA SEMANA (SEGUNDA A DOMINGO)  ***'.              00001580
      *----------------------------------------------------------------*00001590
                                                                        00001600
       01 WRK-NOMES-DIAS-DADOS.                                         00001610
          05 FILLER                    PIC X(21) VALUE                  00001620
             'SEGTERQUAQUISEXSABDOM'.                                   00001630
       01 WRK-NOMES-DIAS REDEFINES WRK-NOMES-DIAS-DADOS.                00001640
          05 WRK-NOME-DIA              PIC X(03) OCCURS 7 TIMES.        00001650
                                                                        00001660
       01 WRK-TAB-DIAS-MES-DADOS.                                       00001670
          05 FILLER                    PIC X(24) VALUE                  00001680
             '312831303130313130313031'.                                00001690
       01 WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-DADOS.            00001700
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00001710
                                                                        00001720
       01 WRK-TAB-SEMANA.                                               00001730
          05 WRK-SEM-ITEM              OCCURS 7 TIMES.                  00001740
             10 WRK-SEM-DATA           PIC 9(08).                       00001750
             10 WRK-SEM-DDMMAAAA       PIC X(08).                       00001760
             10 WRK-SEM-UTIL           PIC X(01).                       00001770
                                                                        00001780
       01 WRK-DATA-CALC.                                                00001790
          05 WRK-DTC-ANO               PIC 9(04).                       00001800
          05 WRK-DTC-MES               PIC 9(02).                       00001810
          05 WRK-DTC-DIA               PIC 9(02).                       00001820
       01 WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC                       00001830
                                       PIC 9(08).                       00001840
                                                                        00001850
       77 WRK-IDX-DIA                  PIC 9(02) VALUE ZEROS.           00001860
       77 WRK-DIA-ACHADO               PIC 9(02) VALUE ZEROS.           00001870
       77 WRK-ULTIMO-DIA-MES           PIC 9(02) VALUE ZEROS.           00001880
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00001890
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00001900
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00001910
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00001920
       77 WRK-DIAS-UTEIS-SEMANA        PIC 9(01) VALUE ZEROS.           00001930
                                                                        00001940
      *----------------------------------------------------------------*00001950
       01 FILLER                       PIC  X(050)         VALUE        00001960
           '***  APONTAMENTOS E AFASTAMENTOS  ***'.                     00001970
      *----------------------------------------------------------------*00001980
                                                                        00001990
           COPY 'B#APONTD'.                                             00002000
                                                                        00002010
       01 WRK-REG-AFASTA.                                               00002020
          05 WRK-AFA-ID                PIC 9(05).                       00002030
          05 WRK-AFA-DIAS              PIC 9(03).                       00002040
          05 WRK-AFA-DATA-INI          PIC X(08).                       00002050
          05 WRK-AFA-TIPO              PIC X(01).                       00002060
          05 FILLER                    PIC X(63).                       00002070
                                                                        00002080
       77 WRK-DIAS-CONTADOS            PIC 9(03) VALUE ZEROS.           00002090
       77 WRK-DATA-INVALIDA            PIC X(01) VALUE 'N'.             00002100
                                                                        00002110
      *----------------------------------------------------------------*00002120
       01 FILLER                       PIC  X(050)         VALUE        00002130
           '***  FUNCIONARIOS DO FUNC3 (POR ID)  ***'.                  00002140
      *----------------------------------------------------------------*00002150
                                                                        00002160
       01 WRK-TAB-FUNC.                                                 00002170
          05 WRK-TFU-ITEM              OCCURS 9999 TIMES.               00002180
             10 WRK-TFU-ATIVO          PIC X(01).                       00002190
             10 WRK-TFU-VISTO          PIC X(01).                       00002200
             10 WRK-TFU-NOME           PIC X(30).                       00002210
             10 WRK-TFU-SETOR          PIC 9(04).                       00002220
             10 WRK-TFU-DIA            OCCURS 7 TIMES.                  00002230
                15 WRK-TFU-HORAS       PIC 9(03).                       00002240
                15 WRK-TFU-AFASTADO    PIC X(01).                       00002250
                                                                        00002260
       77 WRK-IDX-FUNC                 PIC 9(05) VALUE ZEROS.           00002270
       77 WRK-ID-FUNC                  PIC 9(05) VALUE ZEROS.           00002280
       77 WRK-GERENTE                  PIC 9(05) VALUE ZEROS.           00002290
       77 WRK-GERENTE-ANT              PIC 9(05) VALUE 99999.           00002300
       77 WRK-GERENTE-IMPRESSO         PIC X(01) VALUE 'N'.             00002310
       77 WRK-DIAS-PENDENTES           PIC 9(01) VALUE ZEROS.           00002320
                                                                        00002330
       01 WRK-TAB-SETOR.                                                00002340
          05 WRK-TST-ITEM              OCCURS 10000 TIMES.              00002350
             10 WRK-TST-FUNCIONARIOS   PIC 9(05).                       00002360
             10 WRK-TST-ESPERADOS      PIC 9(07).                       00002370
             10 WRK-TST-CUMPRIDOS      PIC 9(07).                       00002380
             10 WRK-TST-PENDENTES      PIC 9(05).                       00002390
                                                                        00002400
       77 WRK-IDX-SETOR                PIC 9(05) VALUE ZEROS.           00002410
       77 WRK-PERCENTUAL               PIC 9(03)V99 VALUE ZEROS.        00002420
                                                                        00002430
      *----------------------------------------------------------------*00002440
       01 FILLER                       PIC  X(050)         VALUE        00002450
           '***  LINHAS DO RELATORIO RELAPT  ***'.                      00002460
      *----------------------------------------------------------------*00002470
                                                                        00002480
       01 WRK-CABEC1.                                                   00002490
          05 FILLER                    PIC X(40) VALUE                  00002500
             '---- APONTAMENTOS PENDENTES - SEMANA DE '.                00002510
          05 WRK-CB1-INICIO            PIC X(10).                       00002520
          05 FILLER                    PIC X(03) VALUE ' A '.           00002530
          05 WRK-CB1-FIM               PIC X(10).                       00002540
          05 FILLER                    PIC X(17) VALUE ' ----'.         00002550
                                                                        00002560
       01 WRK-CABEC2.                                                   00002570
          05 FILLER                    PIC X(40) VALUE                  00002580
             '  ID    NOME                          SE'.                00002590
          05 FILLER                    PIC X(40) VALUE                  00002600
             'TOR DATA       DIA HRS SITUACAO         '.                00002610
                                                                        00002620
       01 WRK-LINHA-GERENTE.                                            00002630
          05 FILLER                    PIC X(09) VALUE 'GERENTE: '.     00002640
          05 WRK-LGE-ID                PIC 9(04).                       00002650
          05 FILLER                    PIC X(01) VALUE SPACES.          00002660
          05 WRK-LGE-NOME              PIC X(30).                       00002670
          05 FILLER                    PIC X(36) VALUE SPACES.          00002680
                                                                        00002690
       01 WRK-LINHA-SEM-CADASTRO.                                       00002700
          05 FILLER                    PIC X(40) VALUE                  00002710
             'FUNCIONARIOS FORA DA FOUR001.FUNC (SEM G'.                00002720
          05 FILLER                    PIC X(40) VALUE                  00002730
             'ERENTE CONHECIDO)                       '.                00002740
                                                                        00002750
       01 WRK-LINHA-DETALHE.                                            00002760
          05 FILLER                    PIC X(02) VALUE SPACES.          00002770
          05 WRK-LDE-ID                PIC X(05).                       00002780
          05 FILLER                    PIC X(01) VALUE SPACES.          00002790
          05 WRK-LDE-NOME              PIC X(30).                       00002800
          05 FILLER                    PIC X(01) VALUE SPACES.          00002810
          05 WRK-LDE-SETOR             PIC 9(04).                       00002820
          05 FILLER                    PIC X(01) VALUE SPACES.          00002830
          05 WRK-LDE-DATA              PIC X(10).                       00002840
          05 FILLER                    PIC X(01) VALUE SPACES.          00002850
          05 WRK-LDE-DIA               PIC X(03).                       00002860
          05 FILLER                    PIC X(01) VALUE SPACES.          00002870
          05 WRK-LDE-HORAS             PIC ZZ9.                         00002880
          05 FILLER                    PIC X(01) VALUE SPACES.          00002890
          05 WRK-LDE-SITUACAO          PIC X(16).                       00002900
          05 FILLER                    PIC X(01) VALUE SPACES.          00002910
                                                                        00002920
       01 WRK-LINHA-SECAO              PIC X(80) VALUE SPACES.          00002930
                                                                        00002940
       01 WRK-CABEC-SETOR.                                              00002950
          05 FILLER                    PIC X(40) VALUE                  00002960
             'SETOR  FUNC DIAS ESPERADOS DIAS CUMPRIDO'.                00002970
          05 FILLER                    PIC X(40) VALUE                  00002980
             'S  PENDENTES    CONFORMIDADE            '.                00002990
                                                                        00003000
       01 WRK-LINHA-SETOR.                                              00003010
          05 WRK-LST-SETOR             PIC 9(04).                       00003020
          05 FILLER                    PIC X(02) VALUE SPACES.          00003030
          05 WRK-LST-FUNCIONARIOS      PIC ZZZZ9.                       00003040
          05 FILLER                    PIC X(02) VALUE SPACES.          00003050
          05 WRK-LST-ESPERADOS         PIC ZZZZZZZZZZZZ9.               00003060
          05 FILLER                    PIC X(02) VALUE SPACES.          00003070
          05 WRK-LST-CUMPRIDOS         PIC ZZZZZZZZZZZZ9.               00003080
          05 FILLER                    PIC X(02) VALUE SPACES.          00003090
          05 WRK-LST-PENDENTES         PIC ZZZZZZZZ9.                   00003100
          05 FILLER                    PIC X(02) VALUE SPACES.          00003110
          05 WRK-LST-PERCENTUAL        PIC ZZZZZZZZZ9,99.               00003120
          05 FILLER                    PIC X(01) VALUE '%'.             00003130
          05 FILLER                    PIC X(11) VALUE SPACES.          00003140
                                                                        00003150
       01 WRK-LINHA-QTDE.                                               00003160
          05 WRK-LQT-ROTULO            PIC X(30).                       00003170
          05 FILLER                    PIC X(02) VALUE ': '.            00003180
          05 WRK-LQT-QTDE              PIC ZZZZZZ9.                     00003190
          05 FILLER                    PIC X(41) VALUE SPACES.          00003200
                                                                        00003210
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00003220
                                                                        00003230
      *----------------------------------------------------------------*00003240
       01 FILLER                       PIC  X(050)         VALUE        00003250
           '***  ACUMULADORES  ***'.                                    00003260
      *----------------------------------------------------------------*00003270
                                                                        00003280
       77 WRK-ACUM-FUNC3               PIC 9(07) VALUE ZEROS.           00003290
       77 WRK-ACUM-APONTAMENTOS        PIC 9(07) VALUE ZEROS.           00003300
       77 WRK-ACUM-APONT-SEMANA        PIC 9(07) VALUE ZEROS.           00003310
       77 WRK-ACUM-AFASTAMENTOS        PIC 9(07) VALUE ZEROS.           00003320
       77 WRK-ACUM-INVALIDOS           PIC 9(07) VALUE ZEROS.           00003330
       77 WRK-ACUM-SEM-CADASTRO        PIC 9(07) VALUE ZEROS.           00003340
       77 WRK-ACUM-FUNC-PENDENTES      PIC 9(07) VALUE ZEROS.           00003350
       77 WRK-ACUM-DIAS-PENDENTES      PIC 9(07) VALUE ZEROS.           00003360
       77 WRK-TOT-ESPERADOS            PIC 9(07) VALUE ZEROS.           00003370
       77 WRK-TOT-CUMPRIDOS            PIC 9(07) VALUE ZEROS.           00003380
                                                                        00003390
      *----------------------------------------------------------------*00003400
       01 FILLER                       PIC  X(050)         VALUE        00003410
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00003420
      *----------------------------------------------------------------*00003430
                                                                        00003440
           COPY '#GRVLOG4'.                                             00003450
                                                                        00003460
       77 WRK-SQLCODE                  PIC -999.                        00003470
       77 WRK-FS-FUNC3                 PIC 9(02).                       00003480
       77 WRK-FS-APONTD                PIC 9(02).                       00003490
       77 WRK-FS-AFASTA                PIC 9(02).                       00003500
       77 WRK-FS-PARAMS                PIC 9(02).                       00003510
       77 WRK-FS-RELAPT                PIC 9(02).                       00003520
                                                                        00003530
      *----------------------------------------------------------------*00003540
       01 FILLER                       PIC  X(050)         VALUE        00003550
           '*** AREA DB2 ***'.                                          00003560
      *----------------------------------------------------------------*00003570
                                                                        00003580
           EXEC SQL                                                     00003590
             INCLUDE BOOKFUNC                                           00003600
           END-EXEC.                                                    00003610
                                                                        00003620
           EXEC SQL                                                     00003630
              INCLUDE SQLCA                                             00003640
           END-EXEC.                                                    00003650
                                                                        00003660
      *----------------------------------------------------------------*00003670
       01 FILLER                      PIC  X(050)         VALUE         00003680
           '*** AREA CURSOR ***'.                                       00003690
      *----------------------------------------------------------------*00003700
                                                                        00003710
           EXEC SQL                                                     00003720
            DECLARE CFUNC CURSOR FOR                                    00003730
             SELECT ID,GERENTE                                          00003740
                    FROM FOUR001.FUNC                                   00003750
                    ORDER BY GERENTE,ID                                 00003760
           END-EXEC.                                                    00003770
                                                                        00003780
      *================================================================*00003790
       PROCEDURE                                 DIVISION.              00003800
      *================================================================*00003810
                                                                        00003820
      *----------------------------------------------------------------*00003830
       0000-PRINCIPAL                  SECTION.                         00003840
      *----------------------------------------------------------------*00003850
                                                                        00003860
                PERFORM 1000-INICIAR.                                   00003870
                                                                        00003880
                PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.         00003890
                                                                        00003900
                PERFORM 3000-FINALIZAR.                                 00003910
                                                                        00003920
                STOP RUN.                                               00003930
                                                                        00003940
      *----------------------------------------------------------------*00003950
       0000-99-FIM.                    EXIT.                            00003960
      *----------------------------------------------------------------*00003970
                                                                        00003980
      *----------------------------------------------------------------*00003990
       1000-INICIAR                              SECTION.               00004000
      *----------------------------------------------------------------*00004010
                                                                        00004020
           ACCEPT WRK-CARTAO           FROM SYSIN.                      00004030
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00004040
           MOVE WRK-DATA-CORTE         TO WRK-DATA-SISTEMA.             00004050
                                                                        00004060
           PERFORM 1100-MONTAR-SEMANA.                                  00004070
                                                                        00004080
           PERFORM 1200-CARREGAR-PARAMETROS.                            00004090
           DISPLAY 'HORAS-MINIMAS-DIA: ' WRK-HORAS-MINIMAS.             00004100
                                                                        00004110
           INITIALIZE WRK-TAB-FUNC                                      00004120
                      WRK-TAB-SETOR.                                    00004130
                                                                        00004140
           PERFORM 1300-CARREGAR-FUNC3.                                 00004150
           PERFORM 1400-CARREGAR-APONTAMENTOS.                          00004160
           PERFORM 1500-CARREGAR-AFASTAMENTOS.                          00004170
                                                                        00004180
           OPEN OUTPUT RELAPT.                                          00004190
           IF WRK-FS-RELAPT            NOT EQUAL ZEROS                  00004200
               MOVE 'FR06DB35'         TO WRK-PROGRAMA                  00004210
               MOVE 'ERRO NO OPEN RELAPT '                              00004220
                                       TO WRK-MSG-ERRO                  00004230
               MOVE '1000'             TO WRK-SECTION                   00004240
               MOVE WRK-FS-RELAPT      TO WRK-STATUS                    00004250
               PERFORM 9000-GRAVAR-ERROS                                00004260
               MOVE 12                 TO RETURN-CODE                   00004270
               GOBACK                                                   00004280
           END-IF.                                                      00004290
                                                                        00004300
           MOVE WRK-SEM-DDMMAAAA(1)(1:2) TO WRK-CB1-INICIO(1:2).        00004310
           MOVE '/'                    TO WRK-CB1-INICIO(3:1).          00004320
           MOVE WRK-SEM-DDMMAAAA(1)(3:2) TO WRK-CB1-INICIO(4:2).        00004330
           MOVE '/'                    TO WRK-CB1-INICIO(6:1).          00004340
           MOVE WRK-SEM-DDMMAAAA(1)(5:4) TO WRK-CB1-INICIO(7:4).        00004350
           MOVE WRK-SEM-DDMMAAAA(7)(1:2) TO WRK-CB1-FIM(1:2).           00004360
           MOVE '/'                    TO WRK-CB1-FIM(3:1).             00004370
           MOVE WRK-SEM-DDMMAAAA(7)(3:2) TO WRK-CB1-FIM(4:2).           00004380
           MOVE '/'                    TO WRK-CB1-FIM(6:1).             00004390
           MOVE WRK-SEM-DDMMAAAA(7)(5:4) TO WRK-CB1-FIM(7:4).           00004400
           WRITE FD-RELAPT             FROM WRK-CABEC1.                 00004410
           WRITE FD-RELAPT             FROM WRK-CABEC2.                 00004420
                                                                        00004430
            EXEC SQL                                                    00004440
                OPEN CFUNC                                              00004450
            END-EXEC.                                                   00004460
                                                                        00004470
           IF SQLCODE                  NOT EQUAL ZEROS                  00004480
               MOVE SQLCODE            TO WRK-SQLCODE                   00004490
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CFUNC'   00004500
               MOVE 12                 TO RETURN-CODE                   00004510
               GOBACK                                                   00004520
           END-IF.                                                      00004530
                                                                        00004540
           PERFORM 2100-LER-FUNCIONARIO.                                00004550
                                                                        00004560
      *----------------------------------------------------------------*00004570
       1000-99-FIM.                    EXIT.                            00004580
      *----------------------------------------------------------------*00004590
                                                                        00004600
      *----------------------------------------------------------------*00004610
       1100-MONTAR-SEMANA                        SECTION.               00004620
      *----------------------------------------------------------------*00004630
      *    A DATA DO CARTAO TEM QUE SER VALIDA E CAIR NUMA SEGUNDA-    *00004640
      *    FEIRA. MONTA OS SETE DIAS CORRIDOS E MARCA OS DIAS UTEIS    *00004650
      *    (RETORNO '0' DO CALNDIA).                                   *00004660
      *----------------------------------------------------------------*00004670
                                                                        00004680
           IF WRK-CRT-SEGUNDA          NOT NUMERIC                      00004690
               DISPLAY 'CARTAO INVALIDO (AAAAMMDD): ' WRK-CARTAO(1:8)   00004700
               MOVE 12                 TO RETURN-CODE                   00004710
               GOBACK                                                   00004720
           END-IF.                                                      00004730
                                                                        00004740
           MOVE WRK-CRT-SEGUNDA        TO WRK-DATA-CALC.                00004750
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00004760
           MOVE WRK-DTC-DIA            TO WRK-CAL-DIA.                  00004770
           MOVE WRK-DTC-MES            TO WRK-CAL-MES.                  00004780
           MOVE WRK-DTC-ANO            TO WRK-CAL-ANO.                  00004790
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00004800
           IF WRK-CAL-RETORNO          EQUAL '1'                        00004810
              OR WRK-CAL-DIA-SEMANA    NOT EQUAL 2                      00004820
               DISPLAY 'CARTAO DEVE TRAZER UMA SEGUNDA-FEIRA VALIDA: '  00004830
                       WRK-CARTAO(1:8)                                  00004840
               MOVE 12                 TO RETURN-CODE                   00004850
               GOBACK                                                   00004860
           END-IF.                                                      00004870
                                                                        00004880
           PERFORM 1110-MARCAR-DIA                                      00004890
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00004900
               UNTIL WRK-IDX-DIA GREATER 7.                             00004910
                                                                        00004920
           DISPLAY 'DIAS UTEIS NA SEMANA: ' WRK-DIAS-UTEIS-SEMANA.      00004930
                                                                        00004940
      *----------------------------------------------------------------*00004950
       1100-99-FIM.                    EXIT.                            00004960
      *----------------------------------------------------------------*00004970
                                                                        00004980
      *----------------------------------------------------------------*00004990
       1110-MARCAR-DIA                           SECTION.               00005000
      *----------------------------------------------------------------*00005010
                                                                        00005020
           IF WRK-IDX-DIA              GREATER 1                        00005030
               PERFORM 1120-SOMAR-UM-DIA                                00005040
           END-IF.                                                      00005050
                                                                        00005060
           MOVE WRK-DATA-CALC-N        TO WRK-SEM-DATA(WRK-IDX-DIA).    00005070
           MOVE WRK-DTC-DIA    TO WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(1:2).   00005080
           MOVE WRK-DTC-MES    TO WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(3:2).   00005090
           MOVE WRK-DTC-ANO    TO WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(5:4).   00005100
                                                                        00005110
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00005120
           MOVE WRK-SEM-DDMMAAAA(WRK-IDX-DIA) TO WRK-CAL-DATA.          00005130
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00005140
           IF WRK-CAL-RETORNO          EQUAL '0'                        00005150
               MOVE 'S'                TO WRK-SEM-UTIL(WRK-IDX-DIA)     00005160
               ADD 1                   TO WRK-DIAS-UTEIS-SEMANA         00005170
           ELSE                                                         00005180
               MOVE 'N'                TO WRK-SEM-UTIL(WRK-IDX-DIA)     00005190
           END-IF.                                                      00005200
                                                                        00005210
      *----------------------------------------------------------------*00005220
       1110-99-FIM.                    EXIT.                            00005230
      *----------------------------------------------------------------*00005240
                                                                        00005250
      *----------------------------------------------------------------*00005260
       1120-SOMAR-UM-DIA                         SECTION.               00005270
      *----------------------------------------------------------------*00005280
      *    DIA CORRIDO SEGUINTE A WRK-DATA-CALC (FEVEREIRO COM 29 DIAS *00005290
      *    NOS ANOS BISSEXTOS).                                        *00005300
      *----------------------------------------------------------------*00005310
                                                                        00005320
           MOVE WRK-DIAS-MES(WRK-DTC-MES) TO WRK-ULTIMO-DIA-MES.        00005330
           IF WRK-DTC-MES              EQUAL 2                          00005340
               DIVIDE WRK-DTC-ANO BY 4 GIVING WRK-QUOCIENTE             00005350
                      REMAINDER WRK-RESTO-4                             00005360
               DIVIDE WRK-DTC-ANO BY 100 GIVING WRK-QUOCIENTE           00005370
                      REMAINDER WRK-RESTO-100                           00005380
               DIVIDE WRK-DTC-ANO BY 400 GIVING WRK-QUOCIENTE           00005390
                      REMAINDER WRK-RESTO-400                           00005400
               IF (WRK-RESTO-4 EQUAL ZEROS                              00005410
                   AND WRK-RESTO-100 NOT EQUAL ZEROS)                   00005420
                  OR WRK-RESTO-400 EQUAL ZEROS                          00005430
                   MOVE 29             TO WRK-ULTIMO-DIA-MES            00005440
               END-IF                                                   00005450
           END-IF.                                                      00005460
                                                                        00005470
           ADD 1                       TO WRK-DTC-DIA.                  00005480
           IF WRK-DTC-DIA              GREATER WRK-ULTIMO-DIA-MES       00005490
               MOVE 1                  TO WRK-DTC-DIA                   00005500
               ADD 1                   TO WRK-DTC-MES                   00005510
               IF WRK-DTC-MES          GREATER 12                       00005520
                   MOVE 1              TO WRK-DTC-MES                   00005530
                   ADD 1               TO WRK-DTC-ANO                   00005540
               END-IF                                                   00005550
           END-IF.                                                      00005560
                                                                        00005570
      *----------------------------------------------------------------*00005580
       1120-99-FIM.                    EXIT.                            00005590
      *----------------------------------------------------------------*00005600
                                                                        00005610
      *----------------------------------------------------------------*00005620
       1200-CARREGAR-PARAMETROS                  SECTION.               00005630
      *----------------------------------------------------------------*00005640
      *    HORAS-MINIMAS-DIA: VALE O REGISTRO DE VIGENCIA MAIS RECENTE *00005650
      *    NAO POSTERIOR A SEGUNDA-FEIRA DA SEMANA. SEM O PARAMETRO    *00005660
      *    (OU SEM PARAMS) FICA O PADRAO DE 8 HORAS.                   *00005670
      *----------------------------------------------------------------*00005680
                                                                        00005690
           OPEN INPUT PARAMS.                                           00005700
           IF WRK-FS-PARAMS            EQUAL 35                         00005710
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00005720
               GO TO 1200-99-FIM                                        00005730
           END-IF.                                                      00005740
                                                                        00005750
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00005760
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00005770
               MOVE 12                 TO RETURN-CODE                   00005780
               GOBACK                                                   00005790
           END-IF.                                                      00005800
                                                                        00005810
           PERFORM 1210-LER-PARAMETRO                                   00005820
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00005830
           CLOSE PARAMS.                                                00005840
                                                                        00005850
      *----------------------------------------------------------------*00005860
       1200-99-FIM.                    EXIT.                            00005870
      *----------------------------------------------------------------*00005880
                                                                        00005890
      *----------------------------------------------------------------*00005900
       1210-LER-PARAMETRO                        SECTION.               00005910
      *----------------------------------------------------------------*00005920
                                                                        00005930
           READ PARAMS INTO WRK-REG-PARAM.                              00005940
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00005950
               MOVE 10                 TO WRK-FS-PARAMS                 00005960
               GO TO 1210-99-FIM                                        00005970
           END-IF.                                                      00005980
                                                                        00005990
           IF WRK-PARAM-NOME           NOT EQUAL 'HORAS-MINIMAS-DIA'    00006000
              OR WRK-PARAM-DATA-EFET   GREATER WRK-SEM-DATA(1)          00006010
              OR WRK-PARAM-DATA-EFET   LESS WRK-VIG-MINIMO              00006020
               GO TO 1210-99-FIM                                        00006030
           END-IF.                                                      00006040
                                                                        00006050
      *    QUANTIDADE 9(02) NAS COLUNAS 21-22, DE 01 A 24. FORA DISSO   00006060
      *    O PARAMETRO CANCELA O JOB.                                   00006070
           IF WRK-PARAM-VALOR(1:2)     NOT NUMERIC                      00006080
              OR WRK-PARAM-VALOR(1:2)  EQUAL '00'                       00006090
              OR WRK-PARAM-VALOR(1:2)  GREATER '24'                     00006100
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00006110
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00006120
               MOVE 12                 TO RETURN-CODE                   00006130
               GOBACK                                                   00006140
           END-IF.                                                      00006150
                                                                        00006160
           MOVE WRK-PARAM-VALOR(1:2)   TO WRK-HORAS-MINIMAS.            00006170
           MOVE WRK-PARAM-DATA-EFET    TO WRK-VIG-MINIMO.               00006180
                                                                        00006190
      *----------------------------------------------------------------*00006200
       1210-99-FIM.                    EXIT.                            00006210
      *----------------------------------------------------------------*00006220
                                                                        00006230
      *----------------------------------------------------------------*00006240
       1300-CARREGAR-FUNC3                       SECTION.               00006250
      *----------------------------------------------------------------*00006260
                                                                        00006270
           OPEN INPUT FUNC3.                                            00006280
           IF WRK-FS-FUNC3             NOT EQUAL ZEROS                  00006290
               DISPLAY 'ERRO NO OPEN FUNC3 FS=' WRK-FS-FUNC3            00006300
               MOVE 12                 TO RETURN-CODE                   00006310
               GOBACK                                                   00006320
           END-IF.                                                      00006330
                                                                        00006340
           PERFORM 1310-LER-FUNC3                                       00006350
               UNTIL WRK-FS-FUNC3 EQUAL 10.                             00006360
           CLOSE FUNC3.                                                 00006370
                                                                        00006380
      *----------------------------------------------------------------*00006390
       1300-99-FIM.                    EXIT.                            00006400
      *----------------------------------------------------------------*00006410
                                                                        00006420
      *----------------------------------------------------------------*00006430
       1310-LER-FUNC3                            SECTION.               00006440
      *----------------------------------------------------------------*00006450
                                                                        00006460
           READ FUNC3.                                                  00006470
           IF WRK-FS-FUNC3             NOT EQUAL ZEROS                  00006480
               MOVE 10                 TO WRK-FS-FUNC3                  00006490
               GO TO 1310-99-FIM                                        00006500
           END-IF.                                                      00006510
                                                                        00006520
           IF FD-FUNC3-ID              NOT NUMERIC                      00006530
              OR FD-FUNC3-ID-N         EQUAL ZEROS                      00006540
              OR FD-FUNC3-ID-N         GREATER 9999                     00006550
              OR FD-FUNC3-SETOR        NOT NUMERIC                      00006560
               ADD 1                   TO WRK-ACUM-INVALIDOS            00006570
               DISPLAY 'FUNC3 INVALIDO: ' FD-FUNC3                      00006580
               GO TO 1310-99-FIM                                        00006590
           END-IF.                                                      00006600
                                                                        00006610
           ADD 1                       TO WRK-ACUM-FUNC3.               00006620
           MOVE FD-FUNC3-ID-N          TO WRK-ID-FUNC.                  00006630
           MOVE 'S'                    TO WRK-TFU-ATIVO(WRK-ID-FUNC).   00006640
           MOVE FD-FUNC3-NOME          TO WRK-TFU-NOME(WRK-ID-FUNC).    00006650
           MOVE FD-FUNC3-SETOR         TO WRK-TFU-SETOR(WRK-ID-FUNC).   00006660
                                                                        00006670
      *----------------------------------------------------------------*00006680
       1310-99-FIM.                    EXIT.                            00006690
      *----------------------------------------------------------------*00006700
                                                                        00006710
      *----------------------------------------------------------------*00006720
       1400-CARREGAR-APONTAMENTOS                SECTION.               00006730
      *----------------------------------------------------------------*00006740
      *    SOMA AS HORAS POR FUNCIONARIO E DIA DA SEMANA; APONTAMENTO  *00006750
      *    DE OUTRA DATA FICA DE FORA.                                 *00006760
      *----------------------------------------------------------------*00006770
                                                                        00006780
           OPEN INPUT APONTD.                                           00006790
           IF WRK-FS-APONTD            NOT EQUAL ZEROS                  00006800
               DISPLAY 'ERRO NO OPEN APONTD FS=' WRK-FS-APONTD          00006810
               MOVE 12                 TO RETURN-CODE                   00006820
               GOBACK                                                   00006830
           END-IF.                                                      00006840
                                                                        00006850
           PERFORM 1410-LER-APONTAMENTO                                 00006860
               UNTIL WRK-FS-APONTD EQUAL 10.                            00006870
           CLOSE APONTD.                                                00006880
                                                                        00006890
      *----------------------------------------------------------------*00006900
       1400-99-FIM.                    EXIT.                            00006910
      *----------------------------------------------------------------*00006920
                                                                        00006930
      *----------------------------------------------------------------*00006940
       1410-LER-APONTAMENTO                      SECTION.               00006950
      *----------------------------------------------------------------*00006960
                                                                        00006970
           READ APONTD INTO WRK-REG-APONTD.                             00006980
           IF WRK-FS-APONTD            NOT EQUAL ZEROS                  00006990
               MOVE 10                 TO WRK-FS-APONTD                 00007000
               GO TO 1410-99-FIM                                        00007010
           END-IF.                                                      00007020
                                                                        00007030
           ADD 1                       TO WRK-ACUM-APONTAMENTOS.        00007040
                                                                        00007050
           IF WRK-APD-ID               NOT NUMERIC                      00007060
              OR WRK-APD-QTHORAS       NOT NUMERIC                      00007070
               ADD 1                   TO WRK-ACUM-INVALIDOS            00007080
               DISPLAY 'APONTAMENTO INVALIDO: ' WRK-REG-APONTD          00007090
               GO TO 1410-99-FIM                                        00007100
           END-IF.                                                      00007110
                                                                        00007120
           MOVE WRK-APD-ID             TO WRK-ID-FUNC.                  00007130
           IF WRK-ID-FUNC              EQUAL ZEROS                      00007140
              OR WRK-ID-FUNC           GREATER 9999                     00007150
               ADD 1                   TO WRK-ACUM-INVALIDOS            00007160
               DISPLAY 'APONTAMENTO INVALIDO: ' WRK-REG-APONTD          00007170
               GO TO 1410-99-FIM                                        00007180
           END-IF.                                                      00007190
                                                                        00007200
           MOVE ZEROS                  TO WRK-DIA-ACHADO.               00007210
           PERFORM 1420-PROCURAR-DIA                                    00007220
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00007230
               UNTIL WRK-IDX-DIA GREATER 7                              00007240
                  OR WRK-DIA-ACHADO GREATER ZEROS.                      00007250
                                                                        00007260
           IF WRK-DIA-ACHADO           EQUAL ZEROS                      00007270
               GO TO 1410-99-FIM                                        00007280
           END-IF.                                                      00007290
                                                                        00007300
           ADD 1                       TO WRK-ACUM-APONT-SEMANA.        00007310
           ADD WRK-APD-QTHORAS                                          00007320
                     TO WRK-TFU-HORAS(WRK-ID-FUNC, WRK-DIA-ACHADO).     00007330
                                                                        00007340
      *----------------------------------------------------------------*00007350
       1410-99-FIM.                    EXIT.                            00007360
      *----------------------------------------------------------------*00007370
                                                                        00007380
      *----------------------------------------------------------------*00007390
       1420-PROCURAR-DIA                         SECTION.               00007400
      *----------------------------------------------------------------*00007410
                                                                        00007420
           IF WRK-APD-DATA             EQUAL                            00007430
                                       WRK-SEM-DDMMAAAA(WRK-IDX-DIA)    00007440
               MOVE WRK-IDX-DIA        TO WRK-DIA-ACHADO                00007450
           END-IF.                                                      00007460
                                                                        00007470
      *----------------------------------------------------------------*00007480
       1420-99-FIM.                    EXIT.                            00007490
      *----------------------------------------------------------------*00007500
                                                                        00007510
      *----------------------------------------------------------------*00007520
       1500-CARREGAR-AFASTAMENTOS                SECTION.               00007530
      *----------------------------------------------------------------*00007540
      *    FERIAS E LICENCAS DO FR06CB81. SEM O ARQUIVO, NINGUEM       *00007550
      *    AFASTADO.                                                   *00007560
      *----------------------------------------------------------------*00007570
                                                                        00007580
           OPEN INPUT AFASTA.                                           00007590
           IF WRK-FS-AFASTA            EQUAL 35                         00007600
               DISPLAY 'AFASTA AUSENTE - NENHUM AFASTAMENTO'            00007610
               GO TO 1500-99-FIM                                        00007620
           END-IF.                                                      00007630
                                                                        00007640
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00007650
               DISPLAY 'ERRO NO OPEN AFASTA FS=' WRK-FS-AFASTA          00007660
               MOVE 12                 TO RETURN-CODE                   00007670
               GOBACK                                                   00007680
           END-IF.                                                      00007690
                                                                        00007700
           PERFORM 1510-LER-AFASTAMENTO                                 00007710
               UNTIL WRK-FS-AFASTA EQUAL 10.                            00007720
           CLOSE AFASTA.                                                00007730
                                                                        00007740
      *----------------------------------------------------------------*00007750
       1500-99-FIM.                    EXIT.                            00007760
      *----------------------------------------------------------------*00007770
                                                                        00007780
      *----------------------------------------------------------------*00007790
       1510-LER-AFASTAMENTO                      SECTION.               00007800
      *----------------------------------------------------------------*00007810
      *    OS DIAS DO AFASTAMENTO SAO DIAS UTEIS CONTADOS COMO NO      *00007820
      *    FR06CB81: 'U' POSICIONA NO PRIMEIRO DIA UTIL E 'P' AVANCA   *00007830
      *    UM DIA UTIL POR VEZ. CADA DIA QUE CAI NA SEMANA E MARCADO;  *00007840
      *    A CONTAGEM PARA AO PASSAR DO DOMINGO.                       *00007850
      *----------------------------------------------------------------*00007860
                                                                        00007870
           READ AFASTA INTO WRK-REG-AFASTA.                             00007880
           IF WRK-FS-AFASTA            NOT EQUAL ZEROS                  00007890
               MOVE 10                 TO WRK-FS-AFASTA                 00007900
               GO TO 1510-99-FIM                                        00007910
           END-IF.                                                      00007920
                                                                        00007930
           IF WRK-AFA-ID               NOT NUMERIC                      00007940
              OR WRK-AFA-DIAS          NOT NUMERIC                      00007950
              OR WRK-AFA-ID            EQUAL ZEROS                      00007960
              OR WRK-AFA-ID            GREATER 9999                     00007970
              OR WRK-AFA-DIAS          EQUAL ZEROS                      00007980
               GO TO 1510-99-FIM                                        00007990
           END-IF.                                                      00008000
                                                                        00008010
           IF WRK-TFU-ATIVO(WRK-AFA-ID) NOT EQUAL 'S'                   00008020
               GO TO 1510-99-FIM                                        00008030
           END-IF.                                                      00008040
                                                                        00008050
           MOVE 'N'                    TO WRK-DATA-INVALIDA.            00008060
           MOVE 'U'                    TO WRK-CAL-FUNCAO.               00008070
           MOVE WRK-AFA-DATA-INI       TO WRK-CAL-DATA.                 00008080
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00008090
           IF WRK-CAL-RETORNO          EQUAL '1'                        00008100
               DISPLAY 'AFASTAMENTO COM DATA INVALIDA - IGNORADO: '     00008110
                       WRK-REG-AFASTA(1:17)                             00008120
               GO TO 1510-99-FIM                                        00008130
           END-IF.                                                      00008140
                                                                        00008150
           ADD 1                       TO WRK-ACUM-AFASTAMENTOS.        00008160
           MOVE 1                      TO WRK-DIAS-CONTADOS.            00008170
           PERFORM 1520-MARCAR-AFASTADO.                                00008180
                                                                        00008190
           MOVE 'P'                    TO WRK-CAL-FUNCAO.               00008200
           PERFORM 1530-PROXIMO-DIA-AFASTADO                            00008210
               UNTIL WRK-DIAS-CONTADOS NOT LESS WRK-AFA-DIAS            00008220
                  OR WRK-DATA-CALC-N   GREATER WRK-SEM-DATA(7)          00008230
                  OR WRK-DATA-INVALIDA EQUAL 'S'.                       00008240
                                                                        00008250
      *----------------------------------------------------------------*00008260
       1510-99-FIM.                    EXIT.                            00008270
      *----------------------------------------------------------------*00008280
                                                                        00008290
      *----------------------------------------------------------------*00008300
       1520-MARCAR-AFASTADO                      SECTION.               00008310
      *----------------------------------------------------------------*00008320
                                                                        00008330
           MOVE WRK-CAL-ANO            TO WRK-DTC-ANO.                  00008340
           MOVE WRK-CAL-MES            TO WRK-DTC-MES.                  00008350
           MOVE WRK-CAL-DIA            TO WRK-DTC-DIA.                  00008360
                                                                        00008370
           IF WRK-DATA-CALC-N          LESS WRK-SEM-DATA(1)             00008380
              OR WRK-DATA-CALC-N       GREATER WRK-SEM-DATA(7)          00008390
               GO TO 1520-99-FIM                                        00008400
           END-IF.                                                      00008410
                                                                        00008420
           MOVE ZEROS                  TO WRK-DIA-ACHADO.               00008430
           PERFORM 1540-PROCURAR-DATA                                   00008440
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00008450
               UNTIL WRK-IDX-DIA GREATER 7                              00008460
                  OR WRK-DIA-ACHADO GREATER ZEROS.                      00008470
           IF WRK-DIA-ACHADO           GREATER ZEROS                    00008480
               MOVE 'S'  TO WRK-TFU-AFASTADO(WRK-AFA-ID, WRK-DIA-ACHADO)00008490
           END-IF.                                                      00008500
                                                                        00008510
      *----------------------------------------------------------------*00008520
       1520-99-FIM.                    EXIT.                            00008530
      *----------------------------------------------------------------*00008540
                                                                        00008550
      *----------------------------------------------------------------*00008560
       1530-PROXIMO-DIA-AFASTADO                 SECTION.               00008570
      *----------------------------------------------------------------*00008580
                                                                        00008590
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00008600
           IF WRK-CAL-RETORNO          EQUAL '1'                        00008610
               MOVE 'S'                TO WRK-DATA-INVALIDA             00008620
               GO TO 1530-99-FIM                                        00008630
           END-IF.                                                      00008640
                                                                        00008650
           ADD 1                       TO WRK-DIAS-CONTADOS.            00008660
           PERFORM 1520-MARCAR-AFASTADO.                                00008670
                                                                        00008680
      *----------------------------------------------------------------*00008690
       1530-99-FIM.                    EXIT.                            00008700
      *----------------------------------------------------------------*00008710
                                                                        00008720
      *----------------------------------------------------------------*00008730
       1540-PROCURAR-DATA                        SECTION.               00008740
      *----------------------------------------------------------------*00008750
                                                                        00008760
           IF WRK-DATA-CALC-N          EQUAL WRK-SEM-DATA(WRK-IDX-DIA)  00008770
               MOVE WRK-IDX-DIA        TO WRK-DIA-ACHADO                00008780
           END-IF.                                                      00008790
                                                                        00008800
      *----------------------------------------------------------------*00008810
       1540-99-FIM.                    EXIT.                            00008820
      *----------------------------------------------------------------*00008830
                                                                        00008840
      *----------------------------------------------------------------*00008850
       2000-PROCESSAR                            SECTION.               00008860
      *----------------------------------------------------------------*00008870
      *    A FOUR001.FUNC VEM EM ORDEM DE GERENTE: CADA FUNCIONARIO    *00008880
      *    ATIVO NO FUNC3 E CONFERIDO SOB O SEU GERENTE, CUJO          *00008890
      *    CABECALHO SO SAI QUANDO HA PENDENCIA A LISTAR.              *00008900
      *----------------------------------------------------------------*00008910
                                                                        00008920
           MOVE DB2-ID                 TO WRK-ID-FUNC.                  00008930
           IF WRK-ID-FUNC              EQUAL ZEROS                      00008940
              OR WRK-ID-FUNC           GREATER 9999                     00008950
               GO TO 2000-LER                                           00008960
           END-IF.                                                      00008970
                                                                        00008980
           IF WRK-TFU-ATIVO(WRK-ID-FUNC) NOT EQUAL 'S'                  00008990
               GO TO 2000-LER                                           00009000
           END-IF.                                                      00009010
                                                                        00009020
           MOVE 'S'                    TO WRK-TFU-VISTO(WRK-ID-FUNC).   00009030
           MOVE DB2-GERENTE            TO WRK-GERENTE.                  00009040
           IF WRK-GERENTE              NOT EQUAL WRK-GERENTE-ANT        00009050
               MOVE WRK-GERENTE        TO WRK-GERENTE-ANT               00009060
               MOVE 'N'                TO WRK-GERENTE-IMPRESSO          00009070
           END-IF.                                                      00009080
                                                                        00009090
           PERFORM 2200-CONFERIR-FUNCIONARIO.                           00009100
                                                                        00009110
       2000-LER.                                                        00009120
           PERFORM 2100-LER-FUNCIONARIO.                                00009130
                                                                        00009140
      *----------------------------------------------------------------*00009150
       2000-99-FIM.                    EXIT.                            00009160
      *----------------------------------------------------------------*00009170
                                                                        00009180
      *----------------------------------------------------------------*00009190
       2100-LER-FUNCIONARIO            SECTION.                         00009200
      *----------------------------------------------------------------*00009210
                                                                        00009220
           EXEC SQL                                                     00009230
             FETCH CFUNC                                                00009240
              INTO :DB2-ID,                                             00009250
                   :DB2-GERENTE                                         00009260
           END-EXEC.                                                    00009270
                                                                        00009280
           EVALUATE SQLCODE                                             00009290
            WHEN 0                                                      00009300
              CONTINUE                                                  00009310
            WHEN 100                                                    00009320
              DISPLAY ' FINAL DA TABELA '                               00009330
            WHEN OTHER                                                  00009340
              MOVE SQLCODE             TO WRK-SQLCODE                   00009350
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00009360
              MOVE 'FR06DB35'          TO WRK-PROGRAMA                  00009370
              MOVE '2100'              TO WRK-SECTION                   00009380
              MOVE 'NA LEITURA '       TO WRK-MSG-ERRO                  00009390
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00009400
              PERFORM 9000-GRAVAR-ERROS                                 00009410
              MOVE 12                  TO RETURN-CODE                   00009420
              GOBACK                                                    00009430
           END-EVALUATE.                                                00009440
                                                                        00009450
      *----------------------------------------------------------------*00009460
       2100-99-FIM.                    EXIT.                            00009470
      *----------------------------------------------------------------*00009480
                                                                        00009490
      *----------------------------------------------------------------*00009500
       2200-CONFERIR-FUNCIONARIO                 SECTION.               00009510
      *----------------------------------------------------------------*00009520
                                                                        00009530
           COMPUTE WRK-IDX-SETOR = WRK-TFU-SETOR(WRK-ID-FUNC) + 1.      00009540
           ADD 1             TO WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR).    00009550
           MOVE ZEROS                  TO WRK-DIAS-PENDENTES.           00009560
                                                                        00009570
           PERFORM 2210-CONFERIR-DIA                                    00009580
               VARYING WRK-IDX-DIA FROM 1 BY 1                          00009590
               UNTIL WRK-IDX-DIA GREATER 7.                             00009600
                                                                        00009610
           IF WRK-DIAS-PENDENTES       GREATER ZEROS                    00009620
               ADD 1                   TO WRK-ACUM-FUNC-PENDENTES       00009630
               ADD 1         TO WRK-TST-PENDENTES(WRK-IDX-SETOR)        00009640
           END-IF.                                                      00009650
                                                                        00009660
      *----------------------------------------------------------------*00009670
       2200-99-FIM.                    EXIT.                            00009680
      *----------------------------------------------------------------*00009690
                                                                        00009700
      *----------------------------------------------------------------*00009710
       2210-CONFERIR-DIA                         SECTION.               00009720
      *----------------------------------------------------------------*00009730
                                                                        00009740
           IF WRK-SEM-UTIL(WRK-IDX-DIA) NOT EQUAL 'S'                   00009750
              OR WRK-TFU-AFASTADO(WRK-ID-FUNC, WRK-IDX-DIA) EQUAL 'S'   00009760
               GO TO 2210-99-FIM                                        00009770
           END-IF.                                                      00009780
                                                                        00009790
           ADD 1             TO WRK-TST-ESPERADOS(WRK-IDX-SETOR).       00009800
           ADD 1                       TO WRK-TOT-ESPERADOS.            00009810
                                                                        00009820
           IF WRK-TFU-HORAS(WRK-ID-FUNC, WRK-IDX-DIA)                   00009830
                                       NOT LESS WRK-HORAS-MINIMAS       00009840
               ADD 1         TO WRK-TST-CUMPRIDOS(WRK-IDX-SETOR)        00009850
               ADD 1                   TO WRK-TOT-CUMPRIDOS             00009860
               GO TO 2210-99-FIM                                        00009870
           END-IF.                                                      00009880
                                                                        00009890
           ADD 1                       TO WRK-DIAS-PENDENTES.           00009900
           ADD 1                       TO WRK-ACUM-DIAS-PENDENTES.      00009910
                                                                        00009920
           IF WRK-GERENTE-IMPRESSO     EQUAL 'N'                        00009930
               PERFORM 2220-IMPRIMIR-GERENTE                            00009940
           END-IF.                                                      00009950
                                                                        00009960
           MOVE WRK-ID-FUNC            TO WRK-LDE-ID.                   00009970
           MOVE WRK-TFU-NOME(WRK-ID-FUNC)  TO WRK-LDE-NOME.             00009980
           MOVE WRK-TFU-SETOR(WRK-ID-FUNC) TO WRK-LDE-SETOR.            00009990
           MOVE WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(1:2) TO WRK-LDE-DATA(1:2).00010000
           MOVE '/'                    TO WRK-LDE-DATA(3:1).            00010010
           MOVE WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(3:2) TO WRK-LDE-DATA(4:2).00010020
           MOVE '/'                    TO WRK-LDE-DATA(6:1).            00010030
           MOVE WRK-SEM-DDMMAAAA(WRK-IDX-DIA)(5:4) TO WRK-LDE-DATA(7:4).00010040
           MOVE WRK-NOME-DIA(WRK-IDX-DIA)  TO WRK-LDE-DIA.              00010050
           MOVE WRK-TFU-HORAS(WRK-ID-FUNC, WRK-IDX-DIA)                 00010060
                                       TO WRK-LDE-HORAS.                00010070
           IF WRK-TFU-HORAS(WRK-ID-FUNC, WRK-IDX-DIA) EQUAL ZEROS       00010080
               MOVE 'SEM APONTAMENTO'  TO WRK-LDE-SITUACAO              00010090
           ELSE                                                         00010100
               MOVE 'ABAIXO DO MINIMO' TO WRK-LDE-SITUACAO              00010110
           END-IF.                                                      00010120
           WRITE FD-RELAPT             FROM WRK-LINHA-DETALHE.          00010130
                                                                        00010140
      *----------------------------------------------------------------*00010150
       2210-99-FIM.                    EXIT.                            00010160
      *----------------------------------------------------------------*00010170
                                                                        00010180
      *----------------------------------------------------------------*00010190
       2220-IMPRIMIR-GERENTE                     SECTION.               00010200
      *----------------------------------------------------------------*00010210
      *    GERENTE ZERADO = TOPO DA HIERARQUIA. FUNCIONARIO FORA DA    *00010220
      *    FOUR001.FUNC SAI NUM BLOCO PROPRIO NO FINAL.                *00010230
      *----------------------------------------------------------------*00010240
                                                                        00010250
           MOVE 'S'                    TO WRK-GERENTE-IMPRESSO.         00010260
           WRITE FD-RELAPT             FROM WRK-LINHA-TRACO.            00010270
                                                                        00010280
           IF WRK-GERENTE              GREATER 9999                     00010290
               WRITE FD-RELAPT         FROM WRK-LINHA-SEM-CADASTRO      00010300
               GO TO 2220-99-FIM                                        00010310
           END-IF.                                                      00010320
                                                                        00010330
           MOVE WRK-GERENTE            TO WRK-LGE-ID.                   00010340
           EVALUATE TRUE                                                00010350
            WHEN WRK-GERENTE           EQUAL ZEROS                      00010360
              MOVE 'SEM GERENTE (TOPO)' TO WRK-LGE-NOME                 00010370
            WHEN WRK-TFU-ATIVO(WRK-GERENTE) EQUAL 'S'                   00010380
              MOVE WRK-TFU-NOME(WRK-GERENTE) TO WRK-LGE-NOME            00010390
            WHEN OTHER                                                  00010400
              MOVE 'NAO CONSTA DO FUNC3' TO WRK-LGE-NOME                00010410
           END-EVALUATE.                                                00010420
           WRITE FD-RELAPT             FROM WRK-LINHA-GERENTE.          00010430
                                                                        00010440
      *----------------------------------------------------------------*00010450
       2220-99-FIM.                    EXIT.                            00010460
      *----------------------------------------------------------------*00010470
                                                                        00010480
      *----------------------------------------------------------------*00010490
       3000-FINALIZAR                            SECTION.               00010500
      *----------------------------------------------------------------*00010510
                                                                        00010520
            EXEC SQL                                                    00010530
              CLOSE CFUNC                                               00010540
            END-EXEC.                                                   00010550
                                                                        00010560
      *    QUEM ESTA NO FUNC3 MAS NAO NA FOUR001.FUNC.                  00010570
           MOVE 99999                  TO WRK-GERENTE.                  00010580
           MOVE 'N'                    TO WRK-GERENTE-IMPRESSO.         00010590
           PERFORM 3100-CONFERIR-SEM-CADASTRO                           00010600
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00010610
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00010620
                                                                        00010630
           PERFORM 3200-IMPRIMIR-SETORES.                               00010640
                                                                        00010650
           CLOSE RELAPT.                                                00010660
                                                                        00010670
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00010680
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00010690
           DISPLAY ' * FUNCIONARIOS NO FUNC3.....:' WRK-ACUM-FUNC3      00010700
           DISPLAY ' * FORA DA FOUR001.FUNC......:'                     00010710
                   WRK-ACUM-SEM-CADASTRO                                00010720
           DISPLAY ' * APONTAMENTOS LIDOS........:'                     00010730
                   WRK-ACUM-APONTAMENTOS                                00010740
           DISPLAY ' * APONTAMENTOS NA SEMANA....:'                     00010750
                   WRK-ACUM-APONT-SEMANA                                00010760
           DISPLAY ' * AFASTAMENTOS CONSIDERADOS.:'                     00010770
                   WRK-ACUM-AFASTAMENTOS                                00010780
           DISPLAY ' * REGISTROS INVALIDOS.......:' WRK-ACUM-INVALIDOS  00010790
           DISPLAY ' * DIAS ESPERADOS............:' WRK-TOT-ESPERADOS   00010800
           DISPLAY ' * DIAS CUMPRIDOS............:' WRK-TOT-CUMPRIDOS   00010810
           DISPLAY ' * DIAS PENDENTES............:'                     00010820
                   WRK-ACUM-DIAS-PENDENTES                              00010830
           DISPLAY ' * FUNCIONARIOS PENDENTES....:'                     00010840
                   WRK-ACUM-FUNC-PENDENTES                              00010850
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00010860
                                                                        00010870
           IF WRK-ACUM-DIAS-PENDENTES  GREATER ZEROS                    00010880
              OR WRK-ACUM-INVALIDOS    GREATER ZEROS                    00010890
               MOVE 4                  TO RETURN-CODE                   00010900
           END-IF.                                                      00010910
                                                                        00010920
      *----------------------------------------------------------------*00010930
       3000-99-FIM.                    EXIT.                            00010940
      *----------------------------------------------------------------*00010950
                                                                        00010960
      *----------------------------------------------------------------*00010970
       3100-CONFERIR-SEM-CADASTRO                SECTION.               00010980
      *----------------------------------------------------------------*00010990
                                                                        00011000
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC) NOT EQUAL 'S'                 00011010
              OR WRK-TFU-VISTO(WRK-IDX-FUNC) EQUAL 'S'                  00011020
               GO TO 3100-99-FIM                                        00011030
           END-IF.                                                      00011040
                                                                        00011050
           ADD 1                       TO WRK-ACUM-SEM-CADASTRO.        00011060
           MOVE WRK-IDX-FUNC           TO WRK-ID-FUNC.                  00011070
           PERFORM 2200-CONFERIR-FUNCIONARIO.                           00011080
                                                                        00011090
      *----------------------------------------------------------------*00011100
       3100-99-FIM.                    EXIT.                            00011110
      *----------------------------------------------------------------*00011120
                                                                        00011130
      *----------------------------------------------------------------*00011140
       3200-IMPRIMIR-SETORES                     SECTION.               00011150
      *----------------------------------------------------------------*00011160
                                                                        00011170
           WRITE FD-RELAPT             FROM WRK-LINHA-TRACO.            00011180
           MOVE SPACES                 TO WRK-LINHA-SECAO.              00011190
           WRITE FD-RELAPT             FROM WRK-LINHA-SECAO.            00011200
           MOVE 'CONFORMIDADE POR SETOR' TO WRK-LINHA-SECAO.            00011210
           WRITE FD-RELAPT             FROM WRK-LINHA-SECAO.            00011220
           WRITE FD-RELAPT             FROM WRK-CABEC-SETOR.            00011230
           WRITE FD-RELAPT             FROM WRK-LINHA-TRACO.            00011240
                                                                        00011250
           PERFORM 3210-IMPRIMIR-SETOR                                  00011260
               VARYING WRK-IDX-SETOR FROM 1 BY 1                        00011270
               UNTIL WRK-IDX-SETOR GREATER 10000.                       00011280
                                                                        00011290
           WRITE FD-RELAPT             FROM WRK-LINHA-TRACO.            00011300
           MOVE 'TOTAL'                TO WRK-LINHA-SETOR(1:6).         00011310
           MOVE WRK-ACUM-FUNC3         TO WRK-LST-FUNCIONARIOS.         00011320
           MOVE WRK-TOT-ESPERADOS      TO WRK-LST-ESPERADOS.            00011330
           MOVE WRK-TOT-CUMPRIDOS      TO WRK-LST-CUMPRIDOS.            00011340
           MOVE WRK-ACUM-FUNC-PENDENTES TO WRK-LST-PENDENTES.           00011350
           MOVE 100                    TO WRK-PERCENTUAL.               00011360
           IF WRK-TOT-ESPERADOS        GREATER ZEROS                    00011370
               COMPUTE WRK-PERCENTUAL ROUNDED =                         00011380
                   WRK-TOT-CUMPRIDOS * 100 / WRK-TOT-ESPERADOS          00011390
           END-IF.                                                      00011400
           MOVE WRK-PERCENTUAL         TO WRK-LST-PERCENTUAL.           00011410
           WRITE FD-RELAPT             FROM WRK-LINHA-SETOR.            00011420
                                                                        00011430
           WRITE FD-RELAPT             FROM WRK-LINHA-TRACO.            00011440
           MOVE 'HORAS MINIMAS POR DIA' TO WRK-LQT-ROTULO.              00011450
           MOVE WRK-HORAS-MINIMAS      TO WRK-LQT-QTDE.                 00011460
           WRITE FD-RELAPT             FROM WRK-LINHA-QTDE.             00011470
           MOVE 'DIAS UTEIS NA SEMANA' TO WRK-LQT-ROTULO.               00011480
           MOVE WRK-DIAS-UTEIS-SEMANA  TO WRK-LQT-QTDE.                 00011490
           WRITE FD-RELAPT             FROM WRK-LINHA-QTDE.             00011500
           MOVE 'DIAS PENDENTES'       TO WRK-LQT-ROTULO.               00011510
           MOVE WRK-ACUM-DIAS-PENDENTES TO WRK-LQT-QTDE.                00011520
           WRITE FD-RELAPT             FROM WRK-LINHA-QTDE.             00011530
           MOVE 'FORA DA FOUR001.FUNC' TO WRK-LQT-ROTULO.               00011540
           MOVE WRK-ACUM-SEM-CADASTRO  TO WRK-LQT-QTDE.                 00011550
           WRITE FD-RELAPT             FROM WRK-LINHA-QTDE.             00011560
                                                                        00011570
      *----------------------------------------------------------------*00011580
       3200-99-FIM.                    EXIT.                            00011590
      *----------------------------------------------------------------*00011600
                                                                        00011610
      *----------------------------------------------------------------*00011620
       3210-IMPRIMIR-SETOR                       SECTION.               00011630
      *----------------------------------------------------------------*00011640
      *    SETOR SEM DIA ESPERADO (TODOS AFASTADOS OU SEMANA SEM DIA   *00011650
      *    UTIL) SAI COM 100%.                                         *00011660
      *----------------------------------------------------------------*00011670
                                                                        00011680
           IF WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR) EQUAL ZEROS           00011690
               GO TO 3210-99-FIM                                        00011700
           END-IF.                                                      00011710
                                                                        00011720
           MOVE 100                    TO WRK-PERCENTUAL.               00011730
           IF WRK-TST-ESPERADOS(WRK-IDX-SETOR) GREATER ZEROS            00011740
               COMPUTE WRK-PERCENTUAL ROUNDED =                         00011750
                   WRK-TST-CUMPRIDOS(WRK-IDX-SETOR) * 100               00011760
                   / WRK-TST-ESPERADOS(WRK-IDX-SETOR)                   00011770
           END-IF.                                                      00011780
                                                                        00011790
           COMPUTE WRK-LST-SETOR = WRK-IDX-SETOR - 1.                   00011800
           MOVE WRK-TST-FUNCIONARIOS(WRK-IDX-SETOR)                     00011810
                                       TO WRK-LST-FUNCIONARIOS.         00011820
           MOVE WRK-TST-ESPERADOS(WRK-IDX-SETOR) TO WRK-LST-ESPERADOS.  00011830
           MOVE WRK-TST-CUMPRIDOS(WRK-IDX-SETOR) TO WRK-LST-CUMPRIDOS.  00011840
           MOVE WRK-TST-PENDENTES(WRK-IDX-SETOR) TO WRK-LST-PENDENTES.  00011850
           MOVE WRK-PERCENTUAL         TO WRK-LST-PERCENTUAL.           00011860
           WRITE FD-RELAPT             FROM WRK-LINHA-SETOR.            00011870
                                                                        00011880
      *----------------------------------------------------------------*00011890
       3210-99-FIM.                    EXIT.                            00011900
      *----------------------------------------------------------------*00011910
                                                                        00011920
      *----------------------------------------------------------------*00011930
       9000-GRAVAR-ERROS                         SECTION.               00011940
      *----------------------------------------------------------------*00011950
                                                                        00011960
            MOVE '4'                 TO WRK-LOG-TIPO                    00011970
            MOVE 'B'                 TO WRK-LOG-ORIGEM                  00011980
            MOVE SPACES              TO WRK-LOG-DATA                    00011990
            MOVE SPACES              TO WRK-LOG-HORA                    00012000
                                                                        00012010
            CALL 'GRVLOG'             USING WRK-LOG                     00012020
                                                                        00012030
            CONTINUE.                                                   00012040
                                                                        00012050
      *----------------------------------------------------------------*00012060
       9000-99-FIM.                    EXIT.                            00012070
      *----------------------------------------------------------------*00012080
