      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
       PROGRAM-ID. FR06DB33.                                            00000040
      *================================================================*00000050
      *   AUTOR...........: JOEI LORENTI                               *00000060
      *   ANALISTA........: IVAN SANCHES                               *00000070
      *   DATA ...........: 15/10/2026                                 *00000080
      *----------------------------------------------------------------*00000090
      *   OBJETIVO........: ORGANOGRAMA MENSAL PELA LINHA DE REPORTE   *00000100
      *                     (COLUNA GERENTE DA FOUR001.FUNC, GRAVADA   *00000110
      *                     PELO FR06DB03 E ALTERADA PELO FR06DB10).   *00000120
      *                     CARREGA OS FUNCIONARIOS ATIVOS E OS IDS DA *00000130
      *                     FOUR001.FUNC_DESLIG EM MEMORIA, MONTA A    *00000140
      *                     ARVORE DE GERENCIA E IMPRIME NO RELORG A   *00000150
      *                     HIERARQUIA DE CIMA PARA BAIXO, COM A       *00000160
      *                     QUANTIDADE DE SUBORDINADOS DIRETOS E       *00000170
      *                     INDIRETOS E A MASSA SALARIAL DOS           *00000180
      *                     SUBORDINADOS DE CADA GERENTE.              *00000190
      *                     SAO APONTADOS: CICLOS NA CADEIA DE         *00000200
      *                     GERENCIA, FUNCIONARIOS CUJO GERENTE FOI    *00000210
      *                     DESLIGADO (OU NAO EXISTE NA FUNC) E        *00000220
      *                     GERENTES COM MAIS SUBORDINADOS DIRETOS QUE *00000230
      *                     O LIMITE GERENTE-MAX-SUB DO PARAMS         *00000240
      *                     (COLUNAS 21-24; PADRAO 15). HAVENDO        *00000250
      *                     OCORRENCIA O PASSO TERMINA COM RC 4.       *00000260
      *                     GERENTE ZERADO (CADASTRO ANTERIOR A        *00000270
      *                     COLUNA) E TRATADO COMO TOPO DA HIERARQUIA. *00000280
      *                     NAO ALTERA A TABELA.                       *00000290
      *----------------------------------------------------------------*00000300
      *  BASE DE DADOS:                                                *00000310
      *      TABELAS DB2                             INCLUDE/BOOK      *00000320
      *      FOUR001.FUNC                              BOOKFUNC        *00000330
      *      FOUR001.FUNC_DESLIG                       BOOKFUNC        *00000340
      *----------------------------------------------------------------*00000350
      *   ARQUIVOS........:                                            *00000360
      *   PARAMS   I  (PARAMETROS - LRECL 50, OPCIONAL)                *00000370
      *   RELORG   O  (ORGANOGRAMA - LRECL 80)                         *00000380
      *----------------------------------------------------------------*00000390
      *   MANUTENCAO:                                                  *00000400
      *================================================================*00000410
                                                                        00000420
      *================================================================*00000430
       ENVIRONMENT                               DIVISION.              00000440
      *================================================================*00000450
                                                                        00000460
      *----------------------------------------------------------------*00000470
       CONFIGURATION                             SECTION.               00000480
      *----------------------------------------------------------------*00000490
                                                                        00000500
       SPECIAL-NAMES.                                                   00000510
           DECIMAL-POINT IS COMMA.                                      00000520
                                                                        00000530
      *----------------------------------------------------------------*00000540
       INPUT-OUTPUT                              SECTION.               00000550
      *----------------------------------------------------------------*00000560
                                                                        00000570
       FILE-CONTROL.                                                    00000580
           SELECT PARAMS ASSIGN            TO PARAMS                    00000590
           FILE STATUS                     IS WRK-FS-PARAMS.            00000600
           SELECT RELORG ASSIGN            TO RELORG                    00000610
           FILE STATUS                     IS WRK-FS-RELORG.            00000620
                                                                        00000630
      *================================================================*00000640
       DATA                                      DIVISION.              00000650
      *================================================================*00000660
                                                                        00000670
      *----------------------------------------------------------------*00000680
       FILE                                      SECTION.               00000690
      *----------------------------------------------------------------*00000700
                                                                        00000710
       FD  PARAMS                                                       00000720
           RECORDING MODE IS F                                          00000730
           LABEL RECORD IS STANDARD                                     00000740
           BLOCK CONTAINS 0 RECORDS.                                    00000750
                                                                        00000760
       01 FD-PARAMS                     PIC X(50).                      00000770
                                                                        00000780
       FD  RELORG                                                       00000790
           RECORDING MODE IS F                                          00000800
           LABEL RECORD IS STANDARD                                     00000810
           BLOCK CONTAINS 0 RECORDS.                                    00000820
                                                                        00000830
       01 FD-RELORG                     PIC X(80).                      00000840
                                                                        00000850
      *----------------------------------------------------------------*00000860
       WORKING-STORAGE                           SECTION.               00000870
      *----------------------------------------------------------------*00000880
                                                                        00000890
      *----------------------------------------------------------------*00000900
       01 FILLER                       PIC  X(050)         VALUE        00000910
           '***  FR06DB33 - INICIO DA AREA DE WORKING   ***'.           00000920
      *----------------------------------------------------------------*00000930
                                                                        00000940
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00000950
                                                                        00000960
       01 WRK-DATA-SISTEMA.                                             00000970
          05 WRK-DSI-ANO               PIC 9(04).                       00000980
          05 WRK-DSI-MES               PIC 9(02).                       00000990
          05 WRK-DSI-DIA               PIC 9(02).                       00001000
                                                                        00001010
      *----------------------------------------------------------------*00001020
       01 FILLER                       PIC  X(050)         VALUE        00001030
           '***  LIMITE DE SUBORDINADOS (B#PARAM)  ***'.                00001040
      *----------------------------------------------------------------*00001050
                                                                        00001060
           COPY 'B#PARAM'.                                              00001070
                                                                        00001080
       77 WRK-LIMITE-DIRETOS           PIC 9(04) VALUE 15.              00001090
       77 WRK-VIG-LIMITE               PIC 9(08) VALUE ZEROS.           00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
       01 FILLER                       PIC  X(050)         VALUE        00001130
           '***  QUADRO ATIVO EM MEMORIA (POR ID)  ***'.                00001140
      *----------------------------------------------------------------*00001150
      *    SITUACAO: ' ' GERENTE ATIVO, 'T' SEM GERENTE (TOPO),        *00001160
      *    'D' GERENTE DESLIGADO, 'I' GERENTE NAO CADASTRADO,          *00001170
      *    'C' PARTICIPA DE CICLO NA CADEIA DE GERENCIA.               *00001180
      *    COR (BUSCA DE CICLOS): 0 NAO VISITADO, 1 NA CADEIA EM       *00001190
      *    CURSO, 2 JA RESOLVIDO.                                      *00001200
      *----------------------------------------------------------------*00001210
                                                                        00001220
       01 WRK-TAB-FUNC.                                                 00001230
          05 WRK-TFU-ITEM              OCCURS 9999 TIMES.               00001240
             10 WRK-TFU-ATIVO          PIC X(01).                       00001250
             10 WRK-TFU-DESLIGADO      PIC X(01).                       00001260
             10 WRK-TFU-NOME           PIC X(30).                       00001270
             10 WRK-TFU-SALARIO        PIC 9(08)V99.                    00001280
             10 WRK-TFU-GERENTE        PIC 9(04).                       00001290
             10 WRK-TFU-SITUACAO       PIC X(01).                       00001300
             10 WRK-TFU-COR            PIC 9(01).                       00001310
             10 WRK-TFU-PRIM-FILHO     PIC 9(04).                       00001320
             10 WRK-TFU-PROX-IRMAO     PIC 9(04).                       00001330
             10 WRK-TFU-DIRETOS        PIC 9(04).                       00001340
             10 WRK-TFU-TOTAL          PIC 9(05).                       00001350
             10 WRK-TFU-MASSA          PIC 9(10)V99.                    00001360
                                                                        00001370
       77 WRK-IDX-FUNC                 PIC 9(05) VALUE ZEROS.           00001380
       77 WRK-ID-FUNC                  PIC 9(04) VALUE ZEROS.           00001390
       77 WRK-NO                       PIC 9(04) VALUE ZEROS.           00001400
       77 WRK-NO-CICLO                 PIC 9(04) VALUE ZEROS.           00001410
       77 WRK-NO-PAI                   PIC 9(04) VALUE ZEROS.           00001420
       77 WRK-NO-FILHO                 PIC 9(04) VALUE ZEROS.           00001430
       77 WRK-FIM-CADEIA               PIC X(01) VALUE 'N'.             00001440
       77 WRK-SIT-RAMO                 PIC X(01) VALUE SPACES.          00001450
                                                                        00001460
      *----------------------------------------------------------------*00001470
       01 FILLER                       PIC  X(050)         VALUE        00001480
           '***  PILHA DO PERCURSO DA ARVORE  ***'.                     00001490
      *----------------------------------------------------------------*00001500
                                                                        00001510
       01 WRK-TAB-PILHA.                                                00001520
          05 WRK-PIL-ITEM              OCCURS 9999 TIMES.               00001530
             10 WRK-PIL-NO             PIC 9(04).                       00001540
             10 WRK-PIL-FILHO          PIC 9(04).                       00001550
                                                                        00001560
       77 WRK-TOPO                     PIC 9(05) VALUE ZEROS.           00001570
       77 WRK-NIVEL                    PIC 9(05) VALUE ZEROS.           00001580
       77 WRK-POSICAO                  PIC 9(02) VALUE ZEROS.           00001590
                                                                        00001600
      *----------------------------------------------------------------*00001610
       01 FILLER                       PIC  X(050)         VALUE        00001620
           '***  LINHAS DO RELATORIO RELORG  ***'.                      00001630
      *----------------------------------------------------------------*00001640
                                                                        00001650
       01 WRK-CABEC1.                                                   00001660
          05 FILLER                    PIC X(40) VALUE                  00001670
             '---------- ORGANOGRAMA POR LINHA DE REPO'.                00001680
          05 FILLER                    PIC X(10) VALUE                  00001690
             'RTE - MES '.                                              00001700
          05 WRK-CB1-MES               PIC X(07).                       00001710
          05 FILLER                    PIC X(08) VALUE ' - DATA '.      00001720
          05 WRK-CB1-DATA              PIC X(10).                       00001730
          05 FILLER                    PIC X(05) VALUE ' ----'.         00001740
                                                                        00001750
       01 WRK-CABEC2.                                                   00001760
          05 FILLER                    PIC X(40) VALUE                  00001770
             'NV FUNCIONARIO                          '.                00001780
          05 FILLER                    PIC X(40) VALUE                  00001790
             '   DIR INDIR   MASSA SUBORDIN. SL       '.                00001800
                                                                        00001810
       01 WRK-LINHA-SECAO              PIC X(80) VALUE SPACES.          00001820
                                                                        00001830
       01 WRK-ID-NOME.                                                  00001840
          05 WRK-INO-ID                PIC 9(04).                       00001850
          05 FILLER                    PIC X(01) VALUE SPACES.          00001860
          05 WRK-INO-NOME              PIC X(30).                       00001870
                                                                        00001880
       01 WRK-LINHA-DETALHE.                                            00001890
          05 WRK-LDE-NIVEL             PIC Z9.                          00001900
          05 FILLER                    PIC X(01) VALUE SPACES.          00001910
          05 WRK-LDE-AREA              PIC X(38).                       00001920
          05 FILLER                    PIC X(01) VALUE SPACES.          00001930
          05 WRK-LDE-DIRETOS           PIC ZZZZ.                        00001940
          05 FILLER                    PIC X(01) VALUE SPACES.          00001950
          05 WRK-LDE-INDIRETOS         PIC ZZZZZ.                       00001960
          05 FILLER                    PIC X(01) VALUE SPACES.          00001970
          05 WRK-LDE-MASSA             PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.           00001980
          05 FILLER                    PIC X(01) VALUE SPACES.          00001990
          05 WRK-LDE-SITUACAO          PIC X(01).                       00002000
          05 WRK-LDE-LIMITE            PIC X(01).                       00002010
          05 FILLER                    PIC X(07) VALUE SPACES.          00002020
                                                                        00002030
       01 WRK-CABEC-OCORRENCIA.                                         00002040
          05 FILLER                    PIC X(40) VALUE                  00002050
             'ID   NOME                      OCORRENCI'.                00002060
          05 FILLER                    PIC X(40) VALUE                  00002070
             'A                                       '.                00002080
                                                                        00002090
       01 WRK-LINHA-OCORRENCIA.                                         00002100
          05 WRK-LOC-ID                PIC 9(04).                       00002110
          05 FILLER                    PIC X(01) VALUE SPACES.          00002120
          05 WRK-LOC-NOME              PIC X(25).                       00002130
          05 FILLER                    PIC X(01) VALUE SPACES.          00002140
          05 WRK-LOC-DESCRICAO         PIC X(30).                       00002150
          05 FILLER                    PIC X(01) VALUE SPACES.          00002160
          05 WRK-LOC-ROTULO            PIC X(08).                       00002170
          05 WRK-LOC-VALOR             PIC ZZZ9.                        00002180
          05 FILLER                    PIC X(06) VALUE SPACES.          00002190
                                                                        00002200
       01 WRK-LINHA-TOTAL.                                              00002210
          05 WRK-LTT-ROTULO            PIC X(30).                       00002220
          05 FILLER                    PIC X(02) VALUE ': '.            00002230
          05 WRK-LTT-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00002240
          05 FILLER                    PIC X(31) VALUE SPACES.          00002250
                                                                        00002260
       01 WRK-LINHA-QTDE.                                               00002270
          05 WRK-LQT-ROTULO            PIC X(30).                       00002280
          05 FILLER                    PIC X(02) VALUE ': '.            00002290
          05 WRK-LQT-QTDE              PIC ZZZZZZ9.                     00002300
          05 FILLER                    PIC X(41) VALUE SPACES.          00002310
                                                                        00002320
       01 WRK-LINHA-LEGENDA.                                            00002330
          05 FILLER                    PIC X(40) VALUE                  00002340
             'S: T = TOPO  D = GERENTE DESLIGADO  I = '.                00002350
          05 FILLER                    PIC X(40) VALUE                  00002360
             'GERENTE INEXISTENTE  C = CICLO          '.                00002370
                                                                        00002380
       01 WRK-LINHA-LEGENDA2.                                           00002390
          05 FILLER                    PIC X(40) VALUE                  00002400
             'L: L = SUBORDINADOS DIRETOS ACIMA DO LIM'.                00002410
          05 FILLER                    PIC X(40) VALUE                  00002420
             'ITE GERENTE-MAX-SUB                     '.                00002430
                                                                        00002440
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00002450
                                                                        00002460
      *----------------------------------------------------------------*00002470
       01 FILLER                       PIC  X(050)         VALUE        00002480
           '***  ACUMULADORES  ***'.                                    00002490
      *----------------------------------------------------------------*00002500
                                                                        00002510
       77 WRK-ACUM-LIDOS               PIC 9(07) VALUE ZEROS.           00002520
       77 WRK-ACUM-DESLIGADOS          PIC 9(07) VALUE ZEROS.           00002530
       77 WRK-ACUM-TOPO                PIC 9(07) VALUE ZEROS.           00002540
       77 WRK-ACUM-GERENTES            PIC 9(07) VALUE ZEROS.           00002550
       77 WRK-ACUM-CICLO               PIC 9(07) VALUE ZEROS.           00002560
       77 WRK-ACUM-GER-DESLIGADO       PIC 9(07) VALUE ZEROS.           00002570
       77 WRK-ACUM-GER-INEXISTENTE     PIC 9(07) VALUE ZEROS.           00002580
       77 WRK-ACUM-ACIMA-LIMITE        PIC 9(07) VALUE ZEROS.           00002590
       77 WRK-ACUM-IMPRESSOS           PIC 9(07) VALUE ZEROS.           00002600
       77 WRK-ACUM-OCORRENCIAS         PIC 9(07) VALUE ZEROS.           00002610
       77 WRK-TOT-MASSA                PIC 9(11)V99 VALUE ZEROS.        00002620
                                                                        00002630
      *----------------------------------------------------------------*00002640
       01 FILLER                       PIC  X(050)         VALUE        00002650
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00002660
      *----------------------------------------------------------------*00002670
                                                                        00002680
       77 WRK-SQLCODE                  PIC -999.                        00002690
       77 WRK-FS-PARAMS                PIC 9(02).                       00002700
       77 WRK-FS-RELORG                PIC 9(02).                       00002710
                                                                        00002720
      *----------------------------------------------------------------*00002730
       01 FILLER                       PIC  X(050)         VALUE        00002740
           '*** AREA DB2 ***'.                                          00002750
      *----------------------------------------------------------------*00002760
                                                                        00002770
           EXEC SQL                                                     00002780
             INCLUDE BOOKFUNC                                           00002790
           END-EXEC.                                                    00002800
                                                                        00002810
           EXEC SQL                                                     00002820
              INCLUDE SQLCA                                             00002830
           END-EXEC.                                                    00002840
                                                                        00002850
      *----------------------------------------------------------------*00002860
       01 FILLER                      PIC  X(050)         VALUE         00002870
           '*** AREA CURSOR ***'.                                       00002880
      *----------------------------------------------------------------*00002890
                                                                        00002900
           EXEC SQL                                                     00002910
            DECLARE CFUNC CURSOR FOR                                    00002920
             SELECT ID,NOME,SALARIO,GERENTE                             00002930
                    FROM FOUR001.FUNC                                   00002940
                    ORDER BY ID                                         00002950
           END-EXEC.                                                    00002960
                                                                        00002970
           EXEC SQL                                                     00002980
            DECLARE CDESLIG CURSOR FOR                                  00002990
             SELECT ID                                                  00003000
                    FROM FOUR001.FUNC_DESLIG                            00003010
           END-EXEC.                                                    00003020
                                                                        00003030
      *================================================================*00003040
       PROCEDURE                                 DIVISION.              00003050
      *================================================================*00003060
                                                                        00003070
      *----------------------------------------------------------------*00003080
       0000-PRINCIPAL                  SECTION.                         00003090
      *----------------------------------------------------------------*00003100
                                                                        00003110
                PERFORM 1000-INICIAR.                                   00003120
                                                                        00003130
                PERFORM 2000-PROCESSAR.                                 00003140
                                                                        00003150
                PERFORM 3000-FINALIZAR.                                 00003160
                                                                        00003170
                STOP RUN.                                               00003180
                                                                        00003190
      *----------------------------------------------------------------*00003200
       0000-99-FIM.                    EXIT.                            00003210
      *----------------------------------------------------------------*00003220
                                                                        00003230
      *----------------------------------------------------------------*00003240
       1000-INICIAR                              SECTION.               00003250
      *----------------------------------------------------------------*00003260
                                                                        00003270
           ACCEPT WRK-DATA-CORTE       FROM DATE YYYYMMDD.              00003280
           MOVE WRK-DATA-CORTE         TO WRK-DATA-SISTEMA.             00003290
                                                                        00003300
           PERFORM 1100-CARREGAR-PARAMETROS.                            00003310
                                                                        00003320
           DISPLAY 'ORGANOGRAMA - LIMITE DE SUBORDINADOS DIRETOS: '     00003330
                   WRK-LIMITE-DIRETOS.                                  00003340
                                                                        00003350
           OPEN OUTPUT RELORG.                                          00003360
           IF WRK-FS-RELORG            NOT EQUAL ZEROS                  00003370
               DISPLAY 'ERRO NO OPEN RELORG FS=' WRK-FS-RELORG          00003380
               MOVE 8                  TO RETURN-CODE                   00003390
               GOBACK                                                   00003400
           END-IF.                                                      00003410
                                                                        00003420
           MOVE WRK-DSI-MES            TO WRK-CB1-MES(1:2).             00003430
           MOVE '/'                    TO WRK-CB1-MES(3:1).             00003440
           MOVE WRK-DSI-ANO            TO WRK-CB1-MES(4:4).             00003450
           MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).            00003460
           MOVE '/'                    TO WRK-CB1-DATA(3:1).            00003470
           MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).            00003480
           MOVE '/'                    TO WRK-CB1-DATA(6:1).            00003490
           MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).            00003500
           WRITE FD-RELORG             FROM WRK-CABEC1.                 00003510
                                                                        00003520
           INITIALIZE WRK-TAB-FUNC.                                     00003530
                                                                        00003540
           PERFORM 1300-CARREGAR-DESLIGADOS.                            00003550
           PERFORM 1400-CARREGAR-FUNCIONARIOS.                          00003560
                                                                        00003570
      *----------------------------------------------------------------*00003580
       1000-99-FIM.                    EXIT.                            00003590
      *----------------------------------------------------------------*00003600
                                                                        00003610
      *----------------------------------------------------------------*00003620
       1100-CARREGAR-PARAMETROS                  SECTION.               00003630
      *----------------------------------------------------------------*00003640
      *    GERENTE-MAX-SUB: VALE O REGISTRO DE VIGENCIA MAIS RECENTE   *00003650
      *    NAO POSTERIOR A DATA DO SISTEMA. SEM O PARAMETRO (OU SEM    *00003660
      *    PARAMS) FICA O PADRAO DE 15 SUBORDINADOS DIRETOS.           *00003670
      *----------------------------------------------------------------*00003680
                                                                        00003690
           OPEN INPUT PARAMS.                                           00003700
           IF WRK-FS-PARAMS            EQUAL 35                         00003710
               DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'         00003720
               GO TO 1100-99-FIM                                        00003730
           END-IF.                                                      00003740
                                                                        00003750
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003760
               DISPLAY 'ERRO NO OPEN PARAMS FS=' WRK-FS-PARAMS          00003770
               MOVE 8                  TO RETURN-CODE                   00003780
               GOBACK                                                   00003790
           END-IF.                                                      00003800
                                                                        00003810
           PERFORM 1110-LER-PARAMETRO                                   00003820
               UNTIL WRK-FS-PARAMS EQUAL 10.                            00003830
           CLOSE PARAMS.                                                00003840
                                                                        00003850
      *----------------------------------------------------------------*00003860
       1100-99-FIM.                    EXIT.                            00003870
      *----------------------------------------------------------------*00003880
                                                                        00003890
      *----------------------------------------------------------------*00003900
       1110-LER-PARAMETRO                        SECTION.               00003910
      *----------------------------------------------------------------*00003920
                                                                        00003930
           READ PARAMS INTO WRK-REG-PARAM.                              00003940
           IF WRK-FS-PARAMS            NOT EQUAL ZEROS                  00003950
               MOVE 10                 TO WRK-FS-PARAMS                 00003960
               GO TO 1110-99-FIM                                        00003970
           END-IF.                                                      00003980
                                                                        00003990
           IF WRK-PARAM-NOME           NOT EQUAL 'GERENTE-MAX-SUB'      00004000
              OR WRK-PARAM-DATA-EFET   GREATER WRK-DATA-CORTE           00004010
              OR WRK-PARAM-DATA-EFET   LESS WRK-VIG-LIMITE              00004020
               GO TO 1110-99-FIM                                        00004030
           END-IF.                                                      00004040
                                                                        00004050
      *    QUANTIDADE 9(04) NAS COLUNAS 21-24, MAIOR QUE ZERO. FORA     00004060
      *    DISSO O PARAMETRO CANCELA O JOB.                             00004070
           IF WRK-PARAM-VALOR(1:4)     NOT NUMERIC                      00004080
              OR WRK-PARAM-VALOR(1:4)  EQUAL '0000'                     00004090
               DISPLAY 'PARAMETRO ' WRK-PARAM-NOME                      00004100
                       ' INVALIDO - JOB CANCELADO: ' WRK-PARAM-VALOR    00004110
               MOVE 8                  TO RETURN-CODE                   00004120
               GOBACK                                                   00004130
           END-IF.                                                      00004140
                                                                        00004150
           MOVE WRK-PARAM-VALOR(1:4)   TO WRK-LIMITE-DIRETOS.           00004160
           MOVE WRK-PARAM-DATA-EFET    TO WRK-VIG-LIMITE.               00004170
                                                                        00004180
      *----------------------------------------------------------------*00004190
       1110-99-FIM.                    EXIT.                            00004200
      *----------------------------------------------------------------*00004210
                                                                        00004220
      *----------------------------------------------------------------*00004230
       1300-CARREGAR-DESLIGADOS                  SECTION.               00004240
      *----------------------------------------------------------------*00004250
      *    MARCA NA TABELA OS IDS PRESENTES NA TABELA MORTA            *00004260
      *    FOUR001.FUNC_DESLIG (GRAVADA PELO FR06DB24).                *00004270
      *----------------------------------------------------------------*00004280
                                                                        00004290
           EXEC SQL                                                     00004300
               OPEN CDESLIG                                             00004310
           END-EXEC.                                                    00004320
                                                                        00004330
           IF SQLCODE                  NOT EQUAL ZEROS                  00004340
               MOVE SQLCODE            TO WRK-SQLCODE                   00004350
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CDESLIG' 00004360
               MOVE 8                  TO RETURN-CODE                   00004370
               GOBACK                                                   00004380
           END-IF.                                                      00004390
                                                                        00004400
           PERFORM 1310-LER-DESLIGADO                                   00004410
               UNTIL SQLCODE EQUAL 100.                                 00004420
                                                                        00004430
           EXEC SQL                                                     00004440
               CLOSE CDESLIG                                            00004450
           END-EXEC.                                                    00004460
                                                                        00004470
      *----------------------------------------------------------------*00004480
       1300-99-FIM.                    EXIT.                            00004490
      *----------------------------------------------------------------*00004500
                                                                        00004510
      *----------------------------------------------------------------*00004520
       1310-LER-DESLIGADO                        SECTION.               00004530
      *----------------------------------------------------------------*00004540
                                                                        00004550
           EXEC SQL                                                     00004560
             FETCH CDESLIG                                              00004570
              INTO :DB2-ID                                              00004580
           END-EXEC.                                                    00004590
                                                                        00004600
           EVALUATE SQLCODE                                             00004610
            WHEN 0                                                      00004620
              MOVE DB2-ID              TO WRK-ID-FUNC                   00004630
              IF WRK-ID-FUNC           NOT EQUAL ZEROS                  00004640
                  MOVE 'S'             TO WRK-TFU-DESLIGADO(WRK-ID-FUNC)00004650
                  ADD 1                TO WRK-ACUM-DESLIGADOS           00004660
              END-IF                                                    00004670
            WHEN 100                                                    00004680
              CONTINUE                                                  00004690
            WHEN OTHER                                                  00004700
              MOVE SQLCODE             TO WRK-SQLCODE                   00004710
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CDESLIG' 00004720
              MOVE 8                   TO RETURN-CODE                   00004730
              GOBACK                                                    00004740
           END-EVALUATE.                                                00004750
                                                                        00004760
      *----------------------------------------------------------------*00004770
       1310-99-FIM.                    EXIT.                            00004780
      *----------------------------------------------------------------*00004790
                                                                        00004800
      *----------------------------------------------------------------*00004810
       1400-CARREGAR-FUNCIONARIOS                SECTION.               00004820
      *----------------------------------------------------------------*00004830
                                                                        00004840
           EXEC SQL                                                     00004850
               OPEN CFUNC                                               00004860
           END-EXEC.                                                    00004870
                                                                        00004880
           IF SQLCODE                  NOT EQUAL ZEROS                  00004890
               MOVE SQLCODE            TO WRK-SQLCODE                   00004900
               DISPLAY 'ERRO ' WRK-SQLCODE ' NO OPEN DO CURSOR CFUNC'   00004910
               MOVE 8                  TO RETURN-CODE                   00004920
               GOBACK                                                   00004930
           END-IF.                                                      00004940
                                                                        00004950
           PERFORM 1410-LER-FUNCIONARIO                                 00004960
               UNTIL SQLCODE EQUAL 100.                                 00004970
                                                                        00004980
           EXEC SQL                                                     00004990
               CLOSE CFUNC                                              00005000
           END-EXEC.                                                    00005010
                                                                        00005020
      *----------------------------------------------------------------*00005030
       1400-99-FIM.                    EXIT.                            00005040
      *----------------------------------------------------------------*00005050
                                                                        00005060
      *----------------------------------------------------------------*00005070
       1410-LER-FUNCIONARIO                      SECTION.               00005080
      *----------------------------------------------------------------*00005090
                                                                        00005100
           EXEC SQL                                                     00005110
             FETCH CFUNC                                                00005120
              INTO :DB2-ID,                                             00005130
                   :DB2-NOME,                                           00005140
                   :DB2-SALARIO,                                        00005150
                   :DB2-GERENTE                                         00005160
           END-EXEC.                                                    00005170
                                                                        00005180
           EVALUATE SQLCODE                                             00005190
            WHEN 0                                                      00005200
              ADD 1                    TO WRK-ACUM-LIDOS                00005210
            WHEN 100                                                    00005220
              GO TO 1410-99-FIM                                         00005230
            WHEN OTHER                                                  00005240
              MOVE SQLCODE             TO WRK-SQLCODE                   00005250
              DISPLAY 'ERRO ' WRK-SQLCODE ' NO FETCH DO CURSOR CFUNC'   00005260
              MOVE 8                   TO RETURN-CODE                   00005270
              GOBACK                                                    00005280
           END-EVALUATE.                                                00005290
                                                                        00005300
           MOVE DB2-ID                 TO WRK-ID-FUNC.                  00005310
           IF WRK-ID-FUNC              EQUAL ZEROS                      00005320
               GO TO 1410-99-FIM                                        00005330
           END-IF.                                                      00005340
                                                                        00005350
           MOVE 'S'                    TO WRK-TFU-ATIVO(WRK-ID-FUNC).   00005360
           MOVE DB2-NOME               TO WRK-TFU-NOME(WRK-ID-FUNC).    00005370
           MOVE DB2-SALARIO            TO WRK-TFU-SALARIO(WRK-ID-FUNC). 00005380
           MOVE DB2-GERENTE            TO WRK-TFU-GERENTE(WRK-ID-FUNC). 00005390
           ADD DB2-SALARIO             TO WRK-TOT-MASSA.                00005400
                                                                        00005410
      *----------------------------------------------------------------*00005420
       1410-99-FIM.                    EXIT.                            00005430
      *----------------------------------------------------------------*00005440
                                                                        00005450
      *----------------------------------------------------------------*00005460
       2000-PROCESSAR                            SECTION.               00005470
      *----------------------------------------------------------------*00005480
      *    CLASSIFICA CADA FUNCIONARIO PELO SEU GERENTE, PROCURA       *00005490
      *    CICLOS, LIGA CADA UM A LISTA DE SUBORDINADOS DO GERENTE,    *00005500
      *    TOTALIZA OS RAMOS DE BAIXO PARA CIMA E IMPRIME DE CIMA      *00005510
      *    PARA BAIXO: PRIMEIRO A PARTIR DO TOPO, DEPOIS OS RAMOS      *00005520
      *    SEM GERENTE ATIVO E POR FIM OS RAMOS PRESOS EM CICLO.       *00005530
      *----------------------------------------------------------------*00005540
                                                                        00005550
           PERFORM 2100-CLASSIFICAR                                     00005560
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00005570
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00005580
                                                                        00005590
           PERFORM 2200-PROCURAR-CICLO                                  00005600
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00005610
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00005620
                                                                        00005630
           PERFORM 2300-LIGAR-SUBORDINADO                               00005640
               VARYING WRK-IDX-FUNC FROM 9999 BY -1                     00005650
               UNTIL WRK-IDX-FUNC LESS 1.                               00005660
                                                                        00005670
           PERFORM 2400-TOTALIZAR-RAMO                                  00005680
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00005690
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00005700
                                                                        00005710
           WRITE FD-RELORG             FROM WRK-LINHA-TRACO.            00005720
           WRITE FD-RELORG             FROM WRK-CABEC2.                 00005730
                                                                        00005740
           MOVE 'HIERARQUIA A PARTIR DO TOPO' TO WRK-LINHA-SECAO.       00005750
           MOVE 'T'                    TO WRK-SIT-RAMO.                 00005760
           PERFORM 2500-IMPRIMIR-SECAO.                                 00005770
                                                                        00005780
           MOVE 'RAMOS COM GERENTE DESLIGADO' TO WRK-LINHA-SECAO.       00005790
           MOVE 'D'                    TO WRK-SIT-RAMO.                 00005800
           PERFORM 2500-IMPRIMIR-SECAO.                                 00005810
                                                                        00005820
           MOVE 'RAMOS COM GERENTE NAO CADASTRADO' TO WRK-LINHA-SECAO.  00005830
           MOVE 'I'                    TO WRK-SIT-RAMO.                 00005840
           PERFORM 2500-IMPRIMIR-SECAO.                                 00005850
                                                                        00005860
           MOVE 'RAMOS PRESOS EM CICLO DE GERENCIA' TO WRK-LINHA-SECAO. 00005870
           MOVE 'C'                    TO WRK-SIT-RAMO.                 00005880
           PERFORM 2500-IMPRIMIR-SECAO.                                 00005890
                                                                        00005900
           PERFORM 2700-IMPRIMIR-OCORRENCIAS.                           00005910
                                                                        00005920
      *----------------------------------------------------------------*00005930
       2000-99-FIM.                    EXIT.                            00005940
      *----------------------------------------------------------------*00005950
                                                                        00005960
      *----------------------------------------------------------------*00005970
       2100-CLASSIFICAR                SECTION.                         00005980
      *----------------------------------------------------------------*00005990
      *    GERENTE ZERADO = TOPO; GERENTE NA FUNC_DESLIG = DESLIGADO;  *00006000
      *    GERENTE FORA DA FUNC = NAO CADASTRADO (MESMA REGRA DO       *00006010
      *    FR06DB03/FR06DB10). OS DEMAIS FICAM EM BRANCO ATE A BUSCA   *00006020
      *    DE CICLOS.                                                  *00006030
      *----------------------------------------------------------------*00006040
                                                                        00006050
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC) NOT EQUAL 'S'                 00006060
               GO TO 2100-99-FIM                                        00006070
           END-IF.                                                      00006080
                                                                        00006090
           MOVE WRK-TFU-GERENTE(WRK-IDX-FUNC) TO WRK-NO-PAI.            00006100
           MOVE SPACES            TO WRK-TFU-SITUACAO(WRK-IDX-FUNC).    00006110
                                                                        00006120
           EVALUATE TRUE                                                00006130
            WHEN WRK-NO-PAI EQUAL ZEROS                                 00006140
              MOVE 'T'                 TO WRK-TFU-SITUACAO(WRK-IDX-FUNC)00006150
              ADD 1                    TO WRK-ACUM-TOPO                 00006160
            WHEN WRK-TFU-DESLIGADO(WRK-NO-PAI) EQUAL 'S'                00006170
              MOVE 'D'                 TO WRK-TFU-SITUACAO(WRK-IDX-FUNC)00006180
              ADD 1                    TO WRK-ACUM-GER-DESLIGADO        00006190
            WHEN WRK-TFU-ATIVO(WRK-NO-PAI) NOT EQUAL 'S'                00006200
              MOVE 'I'                 TO WRK-TFU-SITUACAO(WRK-IDX-FUNC)00006210
              ADD 1                    TO WRK-ACUM-GER-INEXISTENTE      00006220
            WHEN OTHER                                                  00006230
              CONTINUE                                                  00006240
           END-EVALUATE.                                                00006250
                                                                        00006260
      *----------------------------------------------------------------*00006270
       2100-99-FIM.                    EXIT.                            00006280
      *----------------------------------------------------------------*00006290
                                                                        00006300
      *----------------------------------------------------------------*00006310
       2200-PROCURAR-CICLO             SECTION.                         00006320
      *----------------------------------------------------------------*00006330
      *    SOBE A CADEIA DE GERENTES A PARTIR DO FUNCIONARIO MARCANDO  *00006340
      *    COR 1. CHEGANDO A UM TOPO, A UM RAMO SEM GERENTE ATIVO OU   *00006350
      *    A UM NO JA RESOLVIDO (COR 2) NAO HA CICLO; VOLTANDO A UM NO *00006360
      *    DE COR 1 ESSE NO E OS SEGUINTES ATE ELE MESMO FORMAM UM     *00006370
      *    CICLO (SITUACAO 'C'). NO FIM A CADEIA PERCORRIDA VIRA COR 2.*00006380
      *----------------------------------------------------------------*00006390
                                                                        00006400
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC)    NOT EQUAL 'S'              00006410
              OR WRK-TFU-SITUACAO(WRK-IDX-FUNC) NOT EQUAL SPACES        00006420
              OR WRK-TFU-COR(WRK-IDX-FUNC)   NOT EQUAL ZEROS            00006430
               GO TO 2200-99-FIM                                        00006440
           END-IF.                                                      00006450
                                                                        00006460
           MOVE WRK-IDX-FUNC           TO WRK-NO.                       00006470
           MOVE 'N'                    TO WRK-FIM-CADEIA.               00006480
           PERFORM 2210-SUBIR-CADEIA                                    00006490
               UNTIL WRK-FIM-CADEIA EQUAL 'S'.                          00006500
                                                                        00006510
           MOVE WRK-IDX-FUNC           TO WRK-NO.                       00006520
           PERFORM 2230-RESOLVER-CADEIA                                 00006530
               UNTIL WRK-TFU-COR(WRK-NO) NOT EQUAL 1.                   00006540
                                                                        00006550
      *----------------------------------------------------------------*00006560
       2200-99-FIM.                    EXIT.                            00006570
      *----------------------------------------------------------------*00006580
                                                                        00006590
      *----------------------------------------------------------------*00006600
       2210-SUBIR-CADEIA               SECTION.                         00006610
      *----------------------------------------------------------------*00006620
                                                                        00006630
           MOVE 1                      TO WRK-TFU-COR(WRK-NO).          00006640
           MOVE WRK-TFU-GERENTE(WRK-NO) TO WRK-NO.                      00006650
                                                                        00006660
           IF WRK-TFU-SITUACAO(WRK-NO) NOT EQUAL SPACES                 00006670
              OR WRK-TFU-COR(WRK-NO)   EQUAL 2                          00006680
               MOVE 'S'                TO WRK-FIM-CADEIA                00006690
               GO TO 2210-99-FIM                                        00006700
           END-IF.                                                      00006710
                                                                        00006720
           IF WRK-TFU-COR(WRK-NO)      EQUAL 1                          00006730
               MOVE 'S'                TO WRK-FIM-CADEIA                00006740
               MOVE WRK-NO             TO WRK-NO-CICLO                  00006750
               PERFORM 2220-MARCAR-CICLO                                00006760
               PERFORM 2220-MARCAR-CICLO                                00006770
                   UNTIL WRK-NO-CICLO EQUAL WRK-NO                      00006780
           END-IF.                                                      00006790
                                                                        00006800
      *----------------------------------------------------------------*00006810
       2210-99-FIM.                    EXIT.                            00006820
      *----------------------------------------------------------------*00006830
                                                                        00006840
      *----------------------------------------------------------------*00006850
       2220-MARCAR-CICLO               SECTION.                         00006860
      *----------------------------------------------------------------*00006870
                                                                        00006880
           MOVE 'C'               TO WRK-TFU-SITUACAO(WRK-NO-CICLO).    00006890
           ADD 1                       TO WRK-ACUM-CICLO.               00006900
           MOVE WRK-TFU-GERENTE(WRK-NO-CICLO) TO WRK-NO-CICLO.          00006910
                                                                        00006920
      *----------------------------------------------------------------*00006930
       2220-99-FIM.                    EXIT.                            00006940
      *----------------------------------------------------------------*00006950
                                                                        00006960
      *----------------------------------------------------------------*00006970
       2230-RESOLVER-CADEIA            SECTION.                         00006980
      *----------------------------------------------------------------*00006990
                                                                        00007000
           MOVE 2                      TO WRK-TFU-COR(WRK-NO).          00007010
           MOVE WRK-TFU-GERENTE(WRK-NO) TO WRK-NO.                      00007020
                                                                        00007030
      *----------------------------------------------------------------*00007040
       2230-99-FIM.                    EXIT.                            00007050
      *----------------------------------------------------------------*00007060
                                                                        00007070
      *----------------------------------------------------------------*00007080
       2300-LIGAR-SUBORDINADO          SECTION.                         00007090
      *----------------------------------------------------------------*00007100
      *    PERCORRIDO DO MAIOR PARA O MENOR ID, PARA QUE CADA LISTA DE *00007110
      *    SUBORDINADOS FIQUE EM ORDEM CRESCENTE DE ID. QUEM ESTA EM   *00007120
      *    CICLO OU SEM GERENTE ATIVO NAO E LIGADO: VIRA RAIZ DE RAMO. *00007130
      *----------------------------------------------------------------*00007140
                                                                        00007150
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC)    NOT EQUAL 'S'              00007160
              OR WRK-TFU-SITUACAO(WRK-IDX-FUNC) NOT EQUAL SPACES        00007170
               GO TO 2300-99-FIM                                        00007180
           END-IF.                                                      00007190
                                                                        00007200
           MOVE WRK-TFU-GERENTE(WRK-IDX-FUNC) TO WRK-NO-PAI.            00007210
           MOVE WRK-TFU-PRIM-FILHO(WRK-NO-PAI)                          00007220
                                  TO WRK-TFU-PROX-IRMAO(WRK-IDX-FUNC).  00007230
           MOVE WRK-IDX-FUNC      TO WRK-TFU-PRIM-FILHO(WRK-NO-PAI).    00007240
           ADD 1                  TO WRK-TFU-DIRETOS(WRK-NO-PAI).       00007250
                                                                        00007260
      *----------------------------------------------------------------*00007270
       2300-99-FIM.                    EXIT.                            00007280
      *----------------------------------------------------------------*00007290
                                                                        00007300
      *----------------------------------------------------------------*00007310
       2400-TOTALIZAR-RAMO             SECTION.                         00007320
      *----------------------------------------------------------------*00007330
      *    PERCURSO EM PROFUNDIDADE A PARTIR DE CADA RAIZ: AO SAIR DE  *00007340
      *    UM NO, O SEU QUADRO (ELE + SUBORDINADOS) E A SUA MASSA      *00007350
      *    (SALARIO + MASSA DOS SUBORDINADOS) SOBEM PARA O GERENTE.    *00007360
      *----------------------------------------------------------------*00007370
                                                                        00007380
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC)    NOT EQUAL 'S'              00007390
              OR WRK-TFU-SITUACAO(WRK-IDX-FUNC) EQUAL SPACES            00007400
               GO TO 2400-99-FIM                                        00007410
           END-IF.                                                      00007420
                                                                        00007430
           MOVE 1                      TO WRK-TOPO.                     00007440
           MOVE WRK-IDX-FUNC           TO WRK-PIL-NO(1).                00007450
           MOVE WRK-TFU-PRIM-FILHO(WRK-IDX-FUNC) TO WRK-PIL-FILHO(1).   00007460
           PERFORM 2410-PASSO-TOTAL                                     00007470
               UNTIL WRK-TOPO EQUAL ZEROS.                              00007480
                                                                        00007490
      *----------------------------------------------------------------*00007500
       2400-99-FIM.                    EXIT.                            00007510
      *----------------------------------------------------------------*00007520
                                                                        00007530
      *----------------------------------------------------------------*00007540
       2410-PASSO-TOTAL                SECTION.                         00007550
      *----------------------------------------------------------------*00007560
                                                                        00007570
           MOVE WRK-PIL-NO(WRK-TOPO)    TO WRK-NO.                      00007580
           MOVE WRK-PIL-FILHO(WRK-TOPO) TO WRK-NO-FILHO.                00007590
                                                                        00007600
           IF WRK-NO-FILHO             NOT EQUAL ZEROS                  00007610
               MOVE WRK-TFU-PROX-IRMAO(WRK-NO-FILHO)                    00007620
                                       TO WRK-PIL-FILHO(WRK-TOPO)       00007630
               ADD 1                   TO WRK-TOPO                      00007640
               MOVE WRK-NO-FILHO       TO WRK-PIL-NO(WRK-TOPO)          00007650
               MOVE WRK-TFU-PRIM-FILHO(WRK-NO-FILHO)                    00007660
                                       TO WRK-PIL-FILHO(WRK-TOPO)       00007670
               GO TO 2410-99-FIM                                        00007680
           END-IF.                                                      00007690
                                                                        00007700
           SUBTRACT 1                  FROM WRK-TOPO.                   00007710
           IF WRK-TOPO                 EQUAL ZEROS                      00007720
               GO TO 2410-99-FIM                                        00007730
           END-IF.                                                      00007740
                                                                        00007750
           MOVE WRK-PIL-NO(WRK-TOPO)   TO WRK-NO-PAI.                   00007760
           COMPUTE WRK-TFU-TOTAL(WRK-NO-PAI) =                          00007770
                   WRK-TFU-TOTAL(WRK-NO-PAI) + 1                        00007780
                 + WRK-TFU-TOTAL(WRK-NO).                               00007790
           COMPUTE WRK-TFU-MASSA(WRK-NO-PAI) =                          00007800
                   WRK-TFU-MASSA(WRK-NO-PAI) + WRK-TFU-SALARIO(WRK-NO)  00007810
                 + WRK-TFU-MASSA(WRK-NO).                               00007820
                                                                        00007830
      *----------------------------------------------------------------*00007840
       2410-99-FIM.                    EXIT.                            00007850
      *----------------------------------------------------------------*00007860
                                                                        00007870
      *----------------------------------------------------------------*00007880
       2500-IMPRIMIR-SECAO             SECTION.                         00007890
      *----------------------------------------------------------------*00007900
                                                                        00007910
           WRITE FD-RELORG             FROM WRK-LINHA-TRACO.            00007920
           WRITE FD-RELORG             FROM WRK-LINHA-SECAO.            00007930
                                                                        00007940
           PERFORM 2510-IMPRIMIR-RAMO                                   00007950
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00007960
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00007970
                                                                        00007980
      *----------------------------------------------------------------*00007990
       2500-99-FIM.                    EXIT.                            00008000
      *----------------------------------------------------------------*00008010
                                                                        00008020
      *----------------------------------------------------------------*00008030
       2510-IMPRIMIR-RAMO              SECTION.                         00008040
      *----------------------------------------------------------------*00008050
      *    MESMO PERCURSO DO 2400, IMPRIMINDO CADA NO NA ENTRADA, COM  *00008060
      *    O NIVEL DADO PELA ALTURA DA PILHA.                          *00008070
      *----------------------------------------------------------------*00008080
                                                                        00008090
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC)    NOT EQUAL 'S'              00008100
              OR WRK-TFU-SITUACAO(WRK-IDX-FUNC) NOT EQUAL WRK-SIT-RAMO  00008110
               GO TO 2510-99-FIM                                        00008120
           END-IF.                                                      00008130
                                                                        00008140
           MOVE 1                      TO WRK-TOPO.                     00008150
           MOVE WRK-IDX-FUNC           TO WRK-PIL-NO(1).                00008160
           MOVE WRK-TFU-PRIM-FILHO(WRK-IDX-FUNC) TO WRK-PIL-FILHO(1).   00008170
           MOVE WRK-IDX-FUNC           TO WRK-NO.                       00008180
           PERFORM 2600-IMPRIMIR-FUNCIONARIO.                           00008190
           PERFORM 2520-PASSO-IMPRESSAO                                 00008200
               UNTIL WRK-TOPO EQUAL ZEROS.                              00008210
                                                                        00008220
      *----------------------------------------------------------------*00008230
       2510-99-FIM.                    EXIT.                            00008240
      *----------------------------------------------------------------*00008250
                                                                        00008260
      *----------------------------------------------------------------*00008270
       2520-PASSO-IMPRESSAO            SECTION.                         00008280
      *----------------------------------------------------------------*00008290
                                                                        00008300
           MOVE WRK-PIL-FILHO(WRK-TOPO) TO WRK-NO-FILHO.                00008310
                                                                        00008320
           IF WRK-NO-FILHO             EQUAL ZEROS                      00008330
               SUBTRACT 1              FROM WRK-TOPO                    00008340
               GO TO 2520-99-FIM                                        00008350
           END-IF.                                                      00008360
                                                                        00008370
           MOVE WRK-TFU-PROX-IRMAO(WRK-NO-FILHO)                        00008380
                                       TO WRK-PIL-FILHO(WRK-TOPO).      00008390
           ADD 1                       TO WRK-TOPO.                     00008400
           MOVE WRK-NO-FILHO           TO WRK-PIL-NO(WRK-TOPO).         00008410
           MOVE WRK-TFU-PRIM-FILHO(WRK-NO-FILHO)                        00008420
                                       TO WRK-PIL-FILHO(WRK-TOPO).      00008430
           MOVE WRK-NO-FILHO           TO WRK-NO.                       00008440
           PERFORM 2600-IMPRIMIR-FUNCIONARIO.                           00008450
                                                                        00008460
      *----------------------------------------------------------------*00008470
       2520-99-FIM.                    EXIT.                            00008480
      *----------------------------------------------------------------*00008490
                                                                        00008500
      *----------------------------------------------------------------*00008510
       2600-IMPRIMIR-FUNCIONARIO       SECTION.                         00008520
      *----------------------------------------------------------------*00008530
      *    RECUO DE DOIS ESPACOS POR NIVEL, ATE O NIVEL 10.            *00008540
      *----------------------------------------------------------------*00008550
                                                                        00008560
           COMPUTE WRK-NIVEL = WRK-TOPO - 1.                            00008570
           IF WRK-NIVEL                GREATER 10                       00008580
               MOVE 21                 TO WRK-POSICAO                   00008590
           ELSE                                                         00008600
               COMPUTE WRK-POSICAO = WRK-NIVEL * 2 + 1                  00008610
           END-IF.                                                      00008620
                                                                        00008630
           MOVE WRK-NIVEL              TO WRK-LDE-NIVEL.                00008640
           MOVE SPACES                 TO WRK-LDE-AREA.                 00008650
           MOVE WRK-NO                 TO WRK-INO-ID.                   00008660
           MOVE WRK-TFU-NOME(WRK-NO)   TO WRK-INO-NOME.                 00008670
           MOVE WRK-ID-NOME            TO WRK-LDE-AREA(WRK-POSICAO:).   00008680
           MOVE WRK-TFU-DIRETOS(WRK-NO) TO WRK-LDE-DIRETOS.             00008690
           COMPUTE WRK-LDE-INDIRETOS =                                  00008700
                   WRK-TFU-TOTAL(WRK-NO) - WRK-TFU-DIRETOS(WRK-NO).     00008710
           MOVE WRK-TFU-MASSA(WRK-NO)  TO WRK-LDE-MASSA.                00008720
           MOVE WRK-TFU-SITUACAO(WRK-NO) TO WRK-LDE-SITUACAO.           00008730
           MOVE SPACES                 TO WRK-LDE-LIMITE.               00008740
                                                                        00008750
           IF WRK-TFU-DIRETOS(WRK-NO)  GREATER ZEROS                    00008760
               ADD 1                   TO WRK-ACUM-GERENTES             00008770
           END-IF.                                                      00008780
                                                                        00008790
           IF WRK-TFU-DIRETOS(WRK-NO)  GREATER WRK-LIMITE-DIRETOS       00008800
               MOVE 'L'                TO WRK-LDE-LIMITE                00008810
               ADD 1                   TO WRK-ACUM-ACIMA-LIMITE         00008820
           END-IF.                                                      00008830
                                                                        00008840
           WRITE FD-RELORG             FROM WRK-LINHA-DETALHE.          00008850
           ADD 1                       TO WRK-ACUM-IMPRESSOS.           00008860
                                                                        00008870
      *----------------------------------------------------------------*00008880
       2600-99-FIM.                    EXIT.                            00008890
      *----------------------------------------------------------------*00008900
                                                                        00008910
      *----------------------------------------------------------------*00008920
       2700-IMPRIMIR-OCORRENCIAS       SECTION.                         00008930
      *----------------------------------------------------------------*00008940
                                                                        00008950
           WRITE FD-RELORG             FROM WRK-LINHA-TRACO.            00008960
           MOVE 'OCORRENCIAS DA LINHA DE REPORTE' TO WRK-LINHA-SECAO.   00008970
           WRITE FD-RELORG             FROM WRK-LINHA-SECAO.            00008980
           WRITE FD-RELORG             FROM WRK-CABEC-OCORRENCIA.       00008990
                                                                        00009000
           PERFORM 2710-IMPRIMIR-OCORRENCIA                             00009010
               VARYING WRK-IDX-FUNC FROM 1 BY 1                         00009020
               UNTIL WRK-IDX-FUNC GREATER 9999.                         00009030
                                                                        00009040
           IF WRK-ACUM-OCORRENCIAS     EQUAL ZEROS                      00009050
               MOVE 'NENHUMA OCORRENCIA' TO WRK-LINHA-SECAO             00009060
               WRITE FD-RELORG         FROM WRK-LINHA-SECAO             00009070
           END-IF.                                                      00009080
                                                                        00009090
      *----------------------------------------------------------------*00009100
       2700-99-FIM.                    EXIT.                            00009110
      *----------------------------------------------------------------*00009120
                                                                        00009130
      *----------------------------------------------------------------*00009140
       2710-IMPRIMIR-OCORRENCIA        SECTION.                         00009150
      *----------------------------------------------------------------*00009160
                                                                        00009170
           IF WRK-TFU-ATIVO(WRK-IDX-FUNC) NOT EQUAL 'S'                 00009180
               GO TO 2710-99-FIM                                        00009190
           END-IF.                                                      00009200
                                                                        00009210
           MOVE WRK-IDX-FUNC           TO WRK-LOC-ID.                   00009220
           MOVE WRK-TFU-NOME(WRK-IDX-FUNC) TO WRK-LOC-NOME.             00009230
           MOVE 'GERENTE '             TO WRK-LOC-ROTULO.               00009240
           MOVE WRK-TFU-GERENTE(WRK-IDX-FUNC) TO WRK-LOC-VALOR.         00009250
                                                                        00009260
           EVALUATE WRK-TFU-SITUACAO(WRK-IDX-FUNC)                      00009270
            WHEN 'C'                                                    00009280
              MOVE 'CICLO NA CADEIA DE GERENCIA'                        00009290
                                       TO WRK-LOC-DESCRICAO             00009300
              PERFORM 2720-GRAVAR-OCORRENCIA                            00009310
            WHEN 'D'                                                    00009320
              MOVE 'GERENTE DESLIGADO'  TO WRK-LOC-DESCRICAO            00009330
              PERFORM 2720-GRAVAR-OCORRENCIA                            00009340
            WHEN 'I'                                                    00009350
              MOVE 'GERENTE NAO CADASTRADO' TO WRK-LOC-DESCRICAO        00009360
              PERFORM 2720-GRAVAR-OCORRENCIA                            00009370
            WHEN OTHER                                                  00009380
              CONTINUE                                                  00009390
           END-EVALUATE.                                                00009400
                                                                        00009410
           IF WRK-TFU-DIRETOS(WRK-IDX-FUNC) GREATER WRK-LIMITE-DIRETOS  00009420
               MOVE 'DIRETOS ACIMA DO LIMITE'                           00009430
                                       TO WRK-LOC-DESCRICAO             00009440
               MOVE 'QTDE.:  '         TO WRK-LOC-ROTULO                00009450
               MOVE WRK-TFU-DIRETOS(WRK-IDX-FUNC) TO WRK-LOC-VALOR      00009460
               PERFORM 2720-GRAVAR-OCORRENCIA                           00009470
           END-IF.                                                      00009480
                                                                        00009490
      *----------------------------------------------------------------*00009500
       2710-99-FIM.                    EXIT.                            00009510
      *----------------------------------------------------------------*00009520
                                                                        00009530
      *----------------------------------------------------------------*00009540
       2720-GRAVAR-OCORRENCIA          SECTION.                         00009550
      *----------------------------------------------------------------*00009560
                                                                        00009570
           WRITE FD-RELORG             FROM WRK-LINHA-OCORRENCIA.       00009580
           IF WRK-FS-RELORG            NOT EQUAL ZEROS                  00009590
               DISPLAY 'ERRO NA GRAVACAO DO RELORG FS=' WRK-FS-RELORG   00009600
               MOVE 8                  TO RETURN-CODE                   00009610
               GOBACK                                                   00009620
           END-IF.                                                      00009630
           ADD 1                       TO WRK-ACUM-OCORRENCIAS.         00009640
                                                                        00009650
      *----------------------------------------------------------------*00009660
       2720-99-FIM.                    EXIT.                            00009670
      *----------------------------------------------------------------*00009680
                                                                        00009690
      *----------------------------------------------------------------*00009700
       3000-FINALIZAR                  SECTION.                         00009710
      *----------------------------------------------------------------*00009720
                                                                        00009730
           PERFORM 3200-IMPRIMIR-TOTAIS.                                00009740
                                                                        00009750
           CLOSE RELORG.                                                00009760
                                                                        00009770
           IF WRK-ACUM-OCORRENCIAS     GREATER ZEROS                    00009780
               MOVE 4                  TO RETURN-CODE                   00009790
           END-IF.                                                      00009800
                                                                        00009810
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'  00009820
           DISPLAY ' *               FIM DE PROCESSAMENTO            *' 00009830
           DISPLAY ' * FUNCIONARIOS ATIVOS.......:' WRK-ACUM-LIDOS      00009840
           DISPLAY ' * IDS NA FUNC_DESLIG........:' WRK-ACUM-DESLIGADOS 00009850
           DISPLAY ' * IMPRESSOS NO ORGANOGRAMA..:' WRK-ACUM-IMPRESSOS  00009860
           DISPLAY ' * TOPO (SEM GERENTE)........:' WRK-ACUM-TOPO       00009870
           DISPLAY ' * GERENTES..................:' WRK-ACUM-GERENTES   00009880
           DISPLAY ' * EM CICLO DE GERENCIA......:' WRK-ACUM-CICLO      00009890
           DISPLAY ' * COM GERENTE DESLIGADO.....:'                     00009900
                   WRK-ACUM-GER-DESLIGADO                               00009910
           DISPLAY ' * COM GERENTE NAO CADASTRADO:'                     00009920
                   WRK-ACUM-GER-INEXISTENTE                             00009930
           DISPLAY ' * GERENTES ACIMA DO LIMITE..:'                     00009940
                   WRK-ACUM-ACIMA-LIMITE                                00009950
           DISPLAY ' -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*'. 00009960
                                                                        00009970
      *----------------------------------------------------------------*00009980
       3000-99-FIM.                    EXIT.                            00009990
      *----------------------------------------------------------------*00010000
                                                                        00010010
      *----------------------------------------------------------------*00010020
       3200-IMPRIMIR-TOTAIS            SECTION.                         00010030
      *----------------------------------------------------------------*00010040
                                                                        00010050
           WRITE FD-RELORG             FROM WRK-LINHA-TRACO.            00010060
           WRITE FD-RELORG             FROM WRK-LINHA-LEGENDA.          00010070
           WRITE FD-RELORG             FROM WRK-LINHA-LEGENDA2.         00010080
           WRITE FD-RELORG             FROM WRK-LINHA-TRACO.            00010090
           MOVE 'FUNCIONARIOS ATIVOS'  TO WRK-LQT-ROTULO.               00010100
           MOVE WRK-ACUM-LIDOS         TO WRK-LQT-QTDE.                 00010110
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010120
           MOVE 'TOPO (SEM GERENTE)'   TO WRK-LQT-ROTULO.               00010130
           MOVE WRK-ACUM-TOPO          TO WRK-LQT-QTDE.                 00010140
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010150
           MOVE 'GERENTES'             TO WRK-LQT-ROTULO.               00010160
           MOVE WRK-ACUM-GERENTES      TO WRK-LQT-QTDE.                 00010170
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010180
           MOVE 'LIMITE DE DIRETOS POR GERENTE' TO WRK-LQT-ROTULO.      00010190
           MOVE WRK-LIMITE-DIRETOS     TO WRK-LQT-QTDE.                 00010200
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010210
           MOVE 'GERENTES ACIMA DO LIMITE' TO WRK-LQT-ROTULO.           00010220
           MOVE WRK-ACUM-ACIMA-LIMITE  TO WRK-LQT-QTDE.                 00010230
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010240
           MOVE 'EM CICLO DE GERENCIA' TO WRK-LQT-ROTULO.               00010250
           MOVE WRK-ACUM-CICLO         TO WRK-LQT-QTDE.                 00010260
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010270
           MOVE 'COM GERENTE DESLIGADO' TO WRK-LQT-ROTULO.              00010280
           MOVE WRK-ACUM-GER-DESLIGADO TO WRK-LQT-QTDE.                 00010290
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010300
           MOVE 'COM GERENTE NAO CADASTRADO' TO WRK-LQT-ROTULO.         00010310
           MOVE WRK-ACUM-GER-INEXISTENTE TO WRK-LQT-QTDE.               00010320
           WRITE FD-RELORG             FROM WRK-LINHA-QTDE.             00010330
           MOVE 'MASSA SALARIAL TOTAL' TO WRK-LTT-ROTULO.               00010340
           MOVE WRK-TOT-MASSA          TO WRK-LTT-VALOR.                00010350
           WRITE FD-RELORG             FROM WRK-LINHA-TOTAL.            00010360
                                                                        00010370
      *----------------------------------------------------------------*00010380
       3200-99-FIM.                    EXIT.                            00010390
      *----------------------------------------------------------------*00010400
