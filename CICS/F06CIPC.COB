      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID.  F06CIPC.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *                        TREINAMENTO                             *00000080
      *================================================================*00000090
      *     PROGRAMA....: F06CIPC                                      *00000100
      *     PROGRAMADOR.: JOEI LORENTI                                 *00000110
      *     ANALISTA....: IVAN SANCHES                                 *00000120
      *     DATA........: 15/10/2026                                   *00000130
      *----------------------------------------------------------------*00000140
      *     OBJETIVO....: CONSULTA DE CONTRACHEQUES PELO PROPRIO       *00000150
      *                   FUNCIONARIO NO KSDS ARQCCH (LAYOUT B#CCHQ,   *00000160
      *                   CHAVE ID + COMPETENCIA + EVENTO, CARREGADO   *00000170
      *                   PELO FR06C145 A CADA FOLHA PAGA) ATRAVES DO  *00000180
      *                   MAPA BMS F06CIMA, NA DISCIPLINA DE MAPSET    *00000190
      *                   DO F06CIM2. O OPERADOR ASSINADO PRECISA DA   *00000200
      *                   FUNCAO 'C' NA T06C (F06CIS1) E SO VE OS      *00000210
      *                   CONTRACHEQUES DO FUNCIONARIO VINCULADO AO    *00000220
      *                   SEU PERFIL (WRK-USU-FUNC-ID DO ARQSEG,       *00000230
      *                   MANTIDO PELA F06CIP8). INFORMAR OUTRO ID     *00000240
      *                   EXIGE A FUNCAO 'B' NA T06C (PERFIS DO RH NO  *00000250
      *                   ARQPERM). A TELA LISTA OS DOZE CONTRACHEQUES *00000260
      *                   MAIS RECENTES ATE A COMPETENCIA INFORMADA    *00000270
      *                   (EM BRANCO = TODAS), DO MAIS RECENTE PARA O  *00000280
      *                   MAIS ANTIGO; A LINHA SELECIONADA MOSTRA      *00000290
      *                   BRUTO, CADA LINHA DE DESCONTO, DEMAIS        *00000300
      *                   DESCONTOS, LIQUIDO E A SITUACAO DO CREDITO   *00000310
      *                   NO RETORNO DO BANCO (FR06CB80). CADA         *00000320
      *                   CONSULTA E REGISTRADA VIA GRVLOG (ORIGEM     *00000330
      *                   'C'); AS RECUSAS JA SAEM LOGADAS PELA        *00000340
      *                   PROPRIA ROTINA DE SEGURANCA. PF3 ENCERRA.    *00000350
      *----------------------------------------------------------------*00000360
      *     ARQUIVOS....:                                              *00000370
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000380
      *       ARQSEG                I                     B#SEGUSR     *00000390
      *       ARQCCH                I                     B#CCHQ       *00000400
      *----------------------------------------------------------------*00000410
      *   MANUTENCAO:                                                  *00000420
      *================================================================*00000430
                                                                        00000440
      *================================================================*00000450
       ENVIRONMENT                               DIVISION.              00000460
      *================================================================*00000470
                                                                        00000480
      *----------------------------------------------------------------*00000490
       CONFIGURATION                             SECTION.               00000500
      *----------------------------------------------------------------*00000510
                                                                        00000520
       SPECIAL-NAMES.                                                   00000530
           DECIMAL-POINT                         IS COMMA.              00000540
                                                                        00000550
      *================================================================*00000560
       DATA                                      DIVISION.              00000570
      *================================================================*00000580
                                                                        00000590
      *----------------------------------------------------------------*00000600
       WORKING-STORAGE SECTION.                                         00000610
      *----------------------------------------------------------------*00000620
                                                                        00000630
      *----------------------------------------------------------------*00000640
       01 FILLER                       PIC  X(050)         VALUE        00000650
           '***  F06CIPC - INICIO DA AREA DE WORKING   ***'.            00000660
      *----------------------------------------------------------------*00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
       01 FILLER                       PIC  X(050)         VALUE        00000700
           '***  AREA DO MAPA - F06CIMA   ***'.                         00000710
      *----------------------------------------------------------------*00000720
                                                                        00000730
           COPY F06CIMA.                                                00000740
           COPY DFHAID.                                                 00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
       01 FILLER                       PIC  X(050)         VALUE        00000780
           '***  AREA DO PERFIL DE OPERADOR (ARQSEG)  ***'.             00000790
      *----------------------------------------------------------------*00000800
                                                                        00000810
        COPY 'B#SEGUSR'.                                                00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
       01 FILLER                       PIC  X(050)         VALUE        00000850
           '***  AREA DO CONTRACHEQUE (B#CCHQ)  ***'.                   00000860
      *----------------------------------------------------------------*00000870
                                                                        00000880
        COPY 'B#CCHQ'.                                                  00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
       01 FILLER                       PIC  X(050)         VALUE        00000920
           '***  SEGURANCA DE OPERADOR (F06CIS1/#SEGCHK)  ***'.         00000930
      *----------------------------------------------------------------*00000940
                                                                        00000950
        COPY '#SEGCHK'.                                                 00000960
                                                                        00000970
       77 WRK-AUTORIZADO               PIC X(01) VALUE 'N'.             00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
       01 FILLER                       PIC  X(050)         VALUE        00001010
           '***  AREA DO LOG DE CONSULTAS - GRVLOG  ***'.               00001020
      *----------------------------------------------------------------*00001030
                                                                        00001040
        COPY '#GRVLOG4'.                                                00001050
                                                                        00001060
       77 WRK-GRV                      PIC X(06) VALUE 'GRVLOG'.        00001070
                                                                        00001080
      *----------------------------------------------------------------*00001090
       01 FILLER                       PIC  X(050)         VALUE        00001100
           '***  LISTA DE CONTRACHEQUES  ***'.                          00001110
      *----------------------------------------------------------------*00001120
      *    OS DOZE ULTIMOS LIDOS NO BROWSE, DO MAIS ANTIGO (1) PARA O  *00001130
      *    MAIS RECENTE; NA TELA A ORDEM E INVERTIDA.                  *00001140
      *----------------------------------------------------------------*00001150
                                                                        00001160
       01 WRK-TAB-LISTA.                                                00001170
          05 WRK-TAB-LST-ITEM          OCCURS 12 TIMES.                 00001180
             10 WRK-TLS-CHAVE          PIC X(13).                       00001190
             10 WRK-TLS-LIQUIDO        PIC 9(08)V99.                    00001200
             10 WRK-TLS-OCORRENCIA     PIC X(02).                       00001210
       77 WRK-QT-LISTA                 PIC 9(02) VALUE ZEROS.           00001220
       77 WRK-QT-ANTERIORES            PIC 9(03) VALUE ZEROS.           00001230
       77 WRK-IDX-LST                  PIC 9(02) VALUE ZEROS.           00001240
       77 WRK-IDX-TAB                  PIC 9(02) VALUE ZEROS.           00001250
       77 WRK-IDX-DSC                  PIC 9(02) VALUE ZEROS.           00001260
       77 WRK-FIM-BROWSE               PIC X(01) VALUE 'N'.             00001270
                                                                        00001280
      *----------------------------------------------------------------*00001290
       01 FILLER                       PIC  X(050)         VALUE        00001300
           '***  VARIAVEIS DE APOIO  ***'.                              00001310
      *----------------------------------------------------------------*00001320
                                                                        00001330
       01 WRK-RET                      PIC S9(04) COMP.                 00001340
       77 WRK-FLAG                     PIC 9  VALUE ZEROS.              00001350
       77 WRK-SAIDA                    PIC X(30) VALUE                  00001360
                                       'ENCERRADO PELO USUARIO'.        00001370
       01 WRK-CHAVE-CCH.                                                00001380
          05 WRK-CHV-ID                PIC 9(04).                       00001390
          05 WRK-CHV-COMPETENCIA       PIC 9(06).                       00001400
          05 WRK-CHV-EVENTO            PIC X(03).                       00001410
       01 WRK-CHAVE-ITEM.                                               00001420
          05 WRK-ITM-ID                PIC 9(04).                       00001430
          05 WRK-ITM-COMPETENCIA.                                       00001440
             10 WRK-ITM-ANO            PIC X(04).                       00001450
             10 WRK-ITM-MES            PIC X(02).                       00001460
          05 WRK-ITM-EVENTO            PIC X(03).                       00001470
       01 WRK-ID-TELA                  PIC X(04).                       00001480
       01 WRK-ID-TELA-N REDEFINES WRK-ID-TELA                           00001490
                                       PIC 9(04).                       00001500
       01 WRK-COMPETENCIA-TELA.                                         00001510
          05 WRK-CTL-ANO               PIC X(04).                       00001520
          05 WRK-CTL-MES               PIC X(02).                       00001530
       01 WRK-COMPETENCIA-TELA-N REDEFINES WRK-COMPETENCIA-TELA         00001550
                                       PIC 9(06).                       00001560
       01 WRK-SELECAO                  PIC X(02).                       00001570
       01 WRK-SELECAO-N REDEFINES WRK-SELECAO                           00001580
                                       PIC 9(02).                       00001590
       77 WRK-ID-PROPRIO               PIC 9(04) VALUE ZEROS.           00001600
       77 WRK-ID-CONSULTA              PIC 9(04) VALUE ZEROS.           00001610
       77 WRK-COMPETENCIA-LIMITE       PIC 9(06) VALUE ZEROS.           00001620
       77 WRK-DESC-EVENTO              PIC X(16) VALUE SPACES.          00001630
       77 WRK-VALOR-EDIT               PIC ZZ.ZZZ.ZZ9,99.               00001640
       77 WRK-DETALHE-LOG              PIC X(10) VALUE SPACES.          00001650
       01 WRK-COMPETENCIA-EDIT.                                         00001660
          05 WRK-CED-MES               PIC X(02).                       00001670
          05 FILLER                    PIC X(01) VALUE '/'.             00001680
          05 WRK-CED-ANO               PIC X(04).                       00001690
       01 WRK-DATA-DDMMAAAA.                                            00001700
          05 WRK-DMA-DIA               PIC X(02).                       00001710
          05 WRK-DMA-MES               PIC X(02).                       00001720
          05 WRK-DMA-ANO               PIC X(04).                       00001730
       01 WRK-DATA-TELA.                                                00001740
          05 WRK-TEL-DIA               PIC X(02).                       00001750
          05 FILLER                    PIC X(01) VALUE '/'.             00001760
          05 WRK-TEL-MES               PIC X(02).                       00001770
          05 FILLER                    PIC X(01) VALUE '/'.             00001780
          05 WRK-TEL-ANO               PIC X(04).                       00001790
       01 WRK-LINHA-LISTA.                                              00001800
          05 WRK-LIN-NUMERO            PIC 9(02).                       00001810
          05 FILLER                    PIC X(01) VALUE SPACES.          00001820
          05 WRK-LIN-COMPETENCIA       PIC X(07).                       00001830
          05 FILLER                    PIC X(01) VALUE SPACES.          00001840
          05 WRK-LIN-EVENTO            PIC X(12).                       00001850
          05 FILLER                    PIC X(01) VALUE SPACES.          00001860
          05 WRK-LIN-LIQUIDO           PIC X(13).                       00001870
          05 FILLER                    PIC X(01) VALUE SPACES.          00001880
          05 WRK-LIN-OCORRENCIA        PIC X(02).                       00001890
       01 WRK-LINHA-DESCONTO.                                           00001900
          05 WRK-LDS-CODIGO            PIC X(03).                       00001910
          05 FILLER                    PIC X(04) VALUE SPACES.          00001920
          05 WRK-LDS-VALOR             PIC X(13).                       00001930
       01 WRK-LINHA-BANCO.                                              00001940
          05 WRK-LBC-OCORRENCIA        PIC X(02).                       00001950
          05 FILLER                    PIC X(03) VALUE ' - '.           00001960
          05 WRK-LBC-DESCRICAO         PIC X(30).                       00001970
       01 WRK-COMMAREA.                                                 00001980
          05 WRK-CA-ID                 PIC X(04).                       00001990
                                                                        00002000
      *================================================================*00002010
       LINKAGE                                   SECTION.               00002020
      *================================================================*00002030
                                                                        00002040
       01 DFHCOMMAREA                  PIC X(04).                       00002050
                                                                        00002060
      *================================================================*00002070
       PROCEDURE                                 DIVISION.              00002080
      *================================================================*00002090
                                                                        00002100
      ******************************************************************00002110
      *                     PROCESSAMENTO PRINCIPAL                    *00002120
      ******************************************************************00002130
                                                                        00002140
      *----------------------------------------------------------------*00002150
       0000-PRINCIPAL                            SECTION.               00002160
      *----------------------------------------------------------------*00002170
                                                                        00002180
           PERFORM 1000-INICIAR.                                        00002190
            IF WRK-FLAG EQUAL 2                                         00002200
               PERFORM 2000-PROCESSAR                                   00002210
            END-IF.                                                     00002220
           PERFORM 3000-FINALIZAR.                                      00002230
                                                                        00002240
             EXEC CICS                                                  00002250
               RETURN TRANSID('T06C')                                   00002260
               COMMAREA(WRK-COMMAREA)                                   00002270
             END-EXEC.                                                  00002280
                                                                        00002290
      *----------------------------------------------------------------*00002300
       0000-99-FIM.                              EXIT.                  00002310
      *----------------------------------------------------------------*00002320
                                                                        00002330
      *----------------------------------------------------------------*00002340
       1000-INICIAR                              SECTION.               00002350
      *----------------------------------------------------------------*00002360
                                                                        00002370
           EXEC CICS RECEIVE                                            00002380
             MAPSET('F06CIMA')                                          00002390
             MAP('MAPCCH')                                              00002400
             INTO(MAPCCHI)                                              00002410
             RESP(WRK-RET)                                              00002420
           END-EXEC.                                                    00002430
                                                                        00002440
           IF WRK-RET = DFHRESP(MAPFAIL)                                00002450
              MOVE 1 TO WRK-FLAG                                        00002460
           ELSE                                                         00002470
              MOVE 2 TO WRK-FLAG                                        00002480
           END-IF.                                                      00002490
                                                                        00002500
      *----------------------------------------------------------------*00002510
       1000-99-FIM.                              EXIT.                  00002520
      *----------------------------------------------------------------*00002530
                                                                        00002540
      *----------------------------------------------------------------*00002550
       2000-PROCESSAR                            SECTION.               00002560
      *----------------------------------------------------------------*00002570
                                                                        00002580
           IF EIBAID = '3'                                              00002590
              PERFORM 2100-RETURN                                       00002600
           END-IF.                                                      00002610
                                                                        00002620
           MOVE SPACES                 TO MSGCCHO CCNOMEO CCSETORO      00002630
                                          LIN01O LIN02O LIN03O LIN04O   00002640
                                          LIN05O LIN06O LIN07O LIN08O   00002650
                                          LIN09O LIN10O LIN11O LIN12O.  00002660
           PERFORM 2400-LIMPAR-DETALHE.                                 00002670
                                                                        00002680
           MOVE 'C'                    TO WRK-SGC-FUNCAO.               00002690
           PERFORM 2050-VERIFICAR-ACESSO.                               00002700
           IF WRK-AUTORIZADO EQUAL 'N'                                  00002710
              MOVE 'ACESSO NEGADO AO OPERADOR'                          00002720
                                       TO MSGCCHO                       00002730
              GO TO 2000-88-ENVIAR                                      00002740
           END-IF.                                                      00002750
                                                                        00002760
           PERFORM 2150-IDENTIFICAR-FUNCIONARIO.                        00002770
           IF MSGCCHO NOT EQUAL SPACES                                  00002780
              GO TO 2000-88-ENVIAR                                      00002790
           END-IF.                                                      00002800
                                                                        00002810
           MOVE 999999                 TO WRK-COMPETENCIA-LIMITE.       00002820
           IF CCCOMPI NOT EQUAL SPACES AND LOW-VALUES                   00002830
              MOVE CCCOMPI             TO WRK-COMPETENCIA-TELA          00002840
              IF WRK-COMPETENCIA-TELA NOT NUMERIC                       00002850
                 OR (WRK-CTL-MES LESS '01' OR WRK-CTL-MES GREATER '12') 00002860
                 MOVE 'COMPETENCIA INVALIDA (AAAAMM)'                   00002870
                                       TO MSGCCHO                       00002880
                 GO TO 2000-88-ENVIAR                                   00002890
              END-IF                                                    00002900
              MOVE WRK-COMPETENCIA-TELA-N                               00002910
                                       TO WRK-COMPETENCIA-LIMITE        00002920
           END-IF.                                                      00002930
                                                                        00002940
           MOVE 'LISTA'                TO WRK-DETALHE-LOG.              00002950
           PERFORM 2200-LISTAR-CONTRACHEQUES.                           00002960
           IF WRK-QT-LISTA EQUAL ZEROS                                  00002970
              MOVE 'NENHUM CONTRACHEQUE ENCONTRADO'                     00002980
                                       TO MSGCCHO                       00002990
              PERFORM 2900-GRAVAR-LOG                                   00003000
              GO TO 2000-88-ENVIAR                                      00003010
           END-IF.                                                      00003020
                                                                        00003030
           IF CCSELI NOT EQUAL SPACES AND LOW-VALUES                    00003040
              MOVE CCSELI              TO WRK-SELECAO                   00003050
              IF WRK-SELECAO NOT NUMERIC                                00003060
                 OR WRK-SELECAO-N EQUAL ZEROS                           00003070
                 OR WRK-SELECAO-N GREATER WRK-QT-LISTA                  00003080
                 MOVE 'LINHA SELECIONADA INVALIDA'                      00003090
                                       TO MSGCCHO                       00003100
              ELSE                                                      00003110
                 PERFORM 2300-DETALHAR-CONTRACHEQUE                     00003120
              END-IF                                                    00003130
           END-IF.                                                      00003140
                                                                        00003150
           IF MSGCCHO EQUAL SPACES                                      00003160
              IF WRK-QT-ANTERIORES GREATER ZEROS                        00003170
                 MOVE 'HA MAIS ANTIGOS - INFORMAR COMPETENCIA'          00003180
                                       TO MSGCCHO                       00003190
              ELSE                                                      00003200
                 MOVE 'CONSULTA EFETUADA'                               00003210
                                       TO MSGCCHO                       00003220
              END-IF                                                    00003230
           END-IF.                                                      00003240
                                                                        00003250
           PERFORM 2900-GRAVAR-LOG.                                     00003260
                                                                        00003270
       2000-88-ENVIAR.                                                  00003280
           EXEC CICS SEND                                               00003290
             MAPSET('F06CIMA')                                          00003300
             MAP('MAPCCH')                                              00003310
             DATAONLY                                                   00003320
           END-EXEC.                                                    00003330
                                                                        00003340
      *----------------------------------------------------------------*00003350
       2000-99-FIM.                              EXIT.                  00003360
      *----------------------------------------------------------------*00003370
                                                                        00003380
      *----------------------------------------------------------------*00003390
       2050-VERIFICAR-ACESSO                     SECTION.               00003400
      *----------------------------------------------------------------*00003410
      *    'C' PARA OS PROPRIOS CONTRACHEQUES; 'B' PARA OUTRO ID (RH). *00003420
      *    A FUNCAO PEDIDA VEM EM WRK-SGC-FUNCAO.                      *00003430
      *----------------------------------------------------------------*00003440
                                                                        00003450
           MOVE 'N'                    TO WRK-AUTORIZADO.               00003460
           MOVE 'T06C'                 TO WRK-SGC-TRANSACAO.            00003470
           MOVE SPACES                 TO WRK-SGC-RETORNO               00003480
                                          WRK-SGC-USUARIO               00003490
                                          WRK-SGC-PERFIL.               00003500
                                                                        00003510
           EXEC CICS LINK                                               00003520
              PROGRAM('F06CIS1')                                        00003530
              COMMAREA(WRK-SEGCHK)                                      00003540
              RESP(WRK-RET)                                             00003550
           END-EXEC.                                                    00003560
                                                                        00003570
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00003580
              MOVE WRK-SGC-RETORNO     TO WRK-AUTORIZADO                00003590
           END-IF.                                                      00003600
                                                                        00003610
      *----------------------------------------------------------------*00003620
       2050-99-FIM.                              EXIT.                  00003630
      *----------------------------------------------------------------*00003640
                                                                        00003650
      *----------------------------------------------------------------*00003660
       2100-RETURN                               SECTION.               00003670
      *----------------------------------------------------------------*00003680
                                                                        00003690
           EXEC CICS SEND TEXT                                          00003700
             FROM (WRK-SAIDA)                                           00003710
             ERASE                                                      00003720
           END-EXEC                                                     00003730
                                                                        00003740
           EXEC CICS                                                    00003750
             RETURN                                                     00003760
           END-EXEC.                                                    00003770
                                                                        00003780
      *----------------------------------------------------------------*00003790
       2100-99-FIM.                              EXIT.                  00003800
      *----------------------------------------------------------------*00003810
                                                                        00003820
      *----------------------------------------------------------------*00003830
       2150-IDENTIFICAR-FUNCIONARIO              SECTION.               00003840
      *----------------------------------------------------------------*00003850
      *    O ID DO OPERADOR VEM DO VINCULO NO ARQSEG; ID DIFERENTE NA  *00003860
      *    TELA SO COM A FUNCAO 'B' (RH).                              *00003870
      *----------------------------------------------------------------*00003880
                                                                        00003890
           MOVE ZEROS                  TO WRK-ID-PROPRIO.               00003900
           EXEC CICS READ                                               00003910
              FILE ('ARQSEG')                                           00003920
              RIDFLD(WRK-SGC-USUARIO)                                   00003930
              INTO(WRK-REG-SEGUSR)                                      00003940
              RESP(WRK-RET)                                             00003950
           END-EXEC.                                                    00003960
                                                                        00003970
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00003980
              AND WRK-USU-FUNC-ID NUMERIC                               00003990
              MOVE WRK-USU-FUNC-ID     TO WRK-ID-PROPRIO                00004000
           END-IF.                                                      00004010
                                                                        00004020
           IF CCIDI EQUAL SPACES OR CCIDI EQUAL LOW-VALUES              00004030
              IF WRK-ID-PROPRIO EQUAL ZEROS                             00004040
                 MOVE 'OPERADOR SEM FUNCIONARIO VINCULADO'              00004050
                                       TO MSGCCHO                       00004060
              ELSE                                                      00004070
                 MOVE WRK-ID-PROPRIO   TO WRK-ID-CONSULTA               00004080
              END-IF                                                    00004090
              GO TO 2150-99-FIM                                         00004100
           END-IF.                                                      00004110
                                                                        00004120
           MOVE CCIDI                  TO WRK-ID-TELA.                  00004130
           IF WRK-ID-TELA NOT NUMERIC                                   00004140
              MOVE 'ID DE FUNCIONARIO INVALIDO'                         00004150
                                       TO MSGCCHO                       00004160
              GO TO 2150-99-FIM                                         00004170
           END-IF.                                                      00004180
           MOVE WRK-ID-TELA-N          TO WRK-ID-CONSULTA.              00004190
                                                                        00004200
           IF WRK-ID-CONSULTA NOT EQUAL WRK-ID-PROPRIO                  00004210
              MOVE 'B'                 TO WRK-SGC-FUNCAO                00004220
              PERFORM 2050-VERIFICAR-ACESSO                             00004230
              IF WRK-AUTORIZADO EQUAL 'N'                               00004240
                 MOVE 'CONSULTA RESTRITA AO PROPRIO FUNCIONARIO'        00004250
                                       TO MSGCCHO                       00004260
              END-IF                                                    00004270
           END-IF.                                                      00004280
                                                                        00004290
      *----------------------------------------------------------------*00004300
       2150-99-FIM.                              EXIT.                  00004310
      *----------------------------------------------------------------*00004320
                                                                        00004330
      *----------------------------------------------------------------*00004340
       2200-LISTAR-CONTRACHEQUES                 SECTION.               00004350
      *----------------------------------------------------------------*00004360
                                                                        00004370
           MOVE WRK-ID-CONSULTA        TO CCIDO WRK-CA-ID.              00004380
           MOVE ZEROS                  TO WRK-QT-LISTA                  00004390
                                          WRK-QT-ANTERIORES.            00004400
           MOVE WRK-ID-CONSULTA        TO WRK-CHV-ID.                   00004410
           MOVE ZEROS                  TO WRK-CHV-COMPETENCIA.          00004420
           MOVE SPACES                 TO WRK-CHV-EVENTO.               00004430
                                                                        00004440
           EXEC CICS STARTBR                                            00004450
              FILE ('ARQCCH')                                           00004460
              RIDFLD(WRK-CHAVE-CCH)                                     00004470
              GTEQ                                                      00004480
              RESP(WRK-RET)                                             00004490
           END-EXEC.                                                    00004500
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00004510
              GO TO 2200-99-FIM                                         00004520
           END-IF.                                                      00004530
                                                                        00004540
           MOVE 'N'                    TO WRK-FIM-BROWSE.               00004550
           PERFORM 2210-LER-PROXIMO                                     00004560
               UNTIL WRK-FIM-BROWSE EQUAL 'S'.                          00004570
                                                                        00004580
           EXEC CICS ENDBR                                              00004590
              FILE ('ARQCCH')                                           00004600
           END-EXEC.                                                    00004610
                                                                        00004620
           PERFORM 2230-MONTAR-LINHA                                    00004630
               VARYING WRK-IDX-LST FROM 1 BY 1                          00004640
               UNTIL WRK-IDX-LST GREATER WRK-QT-LISTA.                  00004650
                                                                        00004660
      *----------------------------------------------------------------*00004670
       2200-99-FIM.                              EXIT.                  00004680
      *----------------------------------------------------------------*00004690
                                                                        00004700
      *----------------------------------------------------------------*00004710
       2210-LER-PROXIMO                          SECTION.               00004720
      *----------------------------------------------------------------*00004730
                                                                        00004740
           EXEC CICS READNEXT                                           00004750
              FILE ('ARQCCH')                                           00004760
              RIDFLD(WRK-CHAVE-CCH)                                     00004770
              INTO(WRK-REG-CONTRACHEQUE)                                00004780
              RESP(WRK-RET)                                             00004790
           END-EXEC.                                                    00004800
                                                                        00004810
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00004820
              OR WRK-CCH-ID NOT EQUAL WRK-ID-CONSULTA                   00004830
              OR WRK-CCH-COMPETENCIA GREATER WRK-COMPETENCIA-LIMITE     00004840
              MOVE 'S'                 TO WRK-FIM-BROWSE                00004850
              GO TO 2210-99-FIM                                         00004860
           END-IF.                                                      00004870
                                                                        00004880
           MOVE WRK-CCH-NOME           TO CCNOMEO.                      00004890
           MOVE WRK-CCH-SETOR          TO CCSETORO.                     00004900
                                                                        00004910
           IF WRK-QT-LISTA LESS 12                                      00004920
              ADD 1                    TO WRK-QT-LISTA                  00004930
           ELSE                                                         00004940
              ADD 1                    TO WRK-QT-ANTERIORES             00004950
              PERFORM 2220-DESLOCAR-LISTA                               00004960
                  VARYING WRK-IDX-TAB FROM 1 BY 1                       00004970
                  UNTIL WRK-IDX-TAB GREATER 11                          00004980
           END-IF.                                                      00004990
                                                                        00005000
           MOVE WRK-CCH-CHAVE          TO WRK-TLS-CHAVE(WRK-QT-LISTA).  00005010
           MOVE WRK-CCH-LIQUIDO        TO WRK-TLS-LIQUIDO(WRK-QT-LISTA).00005020
           MOVE WRK-CCH-BCO-OCORRENCIA                                  00005030
                                   TO WRK-TLS-OCORRENCIA(WRK-QT-LISTA). 00005040
                                                                        00005050
      *----------------------------------------------------------------*00005060
       2210-99-FIM.                              EXIT.                  00005070
      *----------------------------------------------------------------*00005080
                                                                        00005090
      *----------------------------------------------------------------*00005100
       2220-DESLOCAR-LISTA                       SECTION.               00005110
      *----------------------------------------------------------------*00005120
                                                                        00005130
           MOVE WRK-TAB-LST-ITEM(WRK-IDX-TAB + 1)                       00005140
                                   TO WRK-TAB-LST-ITEM(WRK-IDX-TAB).    00005150
                                                                        00005160
      *----------------------------------------------------------------*00005170
       2220-99-FIM.                              EXIT.                  00005180
      *----------------------------------------------------------------*00005190
                                                                        00005200
      *----------------------------------------------------------------*00005210
       2230-MONTAR-LINHA                         SECTION.               00005220
      *----------------------------------------------------------------*00005230
      *    LINHA 1 DA TELA = ULTIMO ITEM DA TABELA (MAIS RECENTE).     *00005240
      *----------------------------------------------------------------*00005250
                                                                        00005260
           COMPUTE WRK-IDX-TAB = WRK-QT-LISTA - WRK-IDX-LST + 1.        00005270
           MOVE WRK-TLS-CHAVE(WRK-IDX-TAB) TO WRK-CHAVE-ITEM.           00005280
                                                                        00005290
           MOVE WRK-IDX-LST            TO WRK-LIN-NUMERO.               00005300
           MOVE WRK-ITM-MES            TO WRK-CED-MES.                  00005310
           MOVE WRK-ITM-ANO            TO WRK-CED-ANO.                  00005320
           MOVE WRK-COMPETENCIA-EDIT   TO WRK-LIN-COMPETENCIA.          00005330
           PERFORM 2250-DESCREVER-EVENTO.                               00005340
           MOVE WRK-DESC-EVENTO        TO WRK-LIN-EVENTO.               00005350
           MOVE WRK-TLS-LIQUIDO(WRK-IDX-TAB) TO WRK-VALOR-EDIT.         00005360
           MOVE WRK-VALOR-EDIT         TO WRK-LIN-LIQUIDO.              00005370
           MOVE WRK-TLS-OCORRENCIA(WRK-IDX-TAB) TO WRK-LIN-OCORRENCIA.  00005380
                                                                        00005390
           EVALUATE WRK-IDX-LST                                         00005400
              WHEN 1  MOVE WRK-LINHA-LISTA TO LIN01O                    00005410
              WHEN 2  MOVE WRK-LINHA-LISTA TO LIN02O                    00005420
              WHEN 3  MOVE WRK-LINHA-LISTA TO LIN03O                    00005430
              WHEN 4  MOVE WRK-LINHA-LISTA TO LIN04O                    00005440
              WHEN 5  MOVE WRK-LINHA-LISTA TO LIN05O                    00005450
              WHEN 6  MOVE WRK-LINHA-LISTA TO LIN06O                    00005460
              WHEN 7  MOVE WRK-LINHA-LISTA TO LIN07O                    00005470
              WHEN 8  MOVE WRK-LINHA-LISTA TO LIN08O                    00005480
              WHEN 9  MOVE WRK-LINHA-LISTA TO LIN09O                    00005490
              WHEN 10 MOVE WRK-LINHA-LISTA TO LIN10O                    00005500
              WHEN 11 MOVE WRK-LINHA-LISTA TO LIN11O                    00005510
              WHEN 12 MOVE WRK-LINHA-LISTA TO LIN12O                    00005520
           END-EVALUATE.                                                00005530
                                                                        00005540
      *----------------------------------------------------------------*00005550
       2230-99-FIM.                              EXIT.                  00005560
      *----------------------------------------------------------------*00005570
                                                                        00005580
      *----------------------------------------------------------------*00005590
       2250-DESCREVER-EVENTO                     SECTION.               00005600
      *----------------------------------------------------------------*00005610
                                                                        00005620
           EVALUATE WRK-ITM-EVENTO                                      00005630
              WHEN SPACES                                               00005640
                 MOVE 'FOLHA MENSAL'   TO WRK-DESC-EVENTO               00005650
              WHEN '131'                                                00005660
                 MOVE '13O 1A PARCELA' TO WRK-DESC-EVENTO               00005670
              WHEN '132'                                                00005680
                 MOVE '13O 2A PARCELA' TO WRK-DESC-EVENTO               00005690
              WHEN '140'                                                00005700
                 MOVE 'FERIAS'         TO WRK-DESC-EVENTO               00005710
              WHEN '150'                                                00005720
                 MOVE 'ADIANTAMENTO'   TO WRK-DESC-EVENTO               00005730
              WHEN OTHER                                                00005740
                 MOVE SPACES           TO WRK-DESC-EVENTO               00005750
                 MOVE WRK-ITM-EVENTO   TO WRK-DESC-EVENTO               00005760
           END-EVALUATE.                                                00005770
                                                                        00005780
      *----------------------------------------------------------------*00005790
       2250-99-FIM.                              EXIT.                  00005800
      *----------------------------------------------------------------*00005810
                                                                        00005820
      *----------------------------------------------------------------*00005830
       2300-DETALHAR-CONTRACHEQUE                SECTION.               00005840
      *----------------------------------------------------------------*00005850
                                                                        00005860
           COMPUTE WRK-IDX-TAB = WRK-QT-LISTA - WRK-SELECAO-N + 1.      00005870
           MOVE WRK-TLS-CHAVE(WRK-IDX-TAB) TO WRK-CHAVE-CCH             00005880
                                              WRK-CHAVE-ITEM.           00005890
                                                                        00005900
           EXEC CICS READ                                               00005910
              FILE ('ARQCCH')                                           00005920
              RIDFLD(WRK-CHAVE-CCH)                                     00005930
              INTO(WRK-REG-CONTRACHEQUE)                                00005940
              RESP(WRK-RET)                                             00005950
           END-EXEC.                                                    00005960
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00005970
              MOVE 'ERRO NA LEITURA DO CONTRACHEQUE'                    00005980
                                       TO MSGCCHO                       00005990
              GO TO 2300-99-FIM                                         00006000
           END-IF.                                                      00006010
                                                                        00006020
           MOVE WRK-ITM-COMPETENCIA    TO WRK-DETALHE-LOG(1:6).         00006030
           MOVE SPACES                 TO WRK-DETALHE-LOG(7:1).         00006040
           MOVE WRK-ITM-EVENTO         TO WRK-DETALHE-LOG(8:3).         00006050
                                                                        00006060
           MOVE WRK-ITM-MES            TO WRK-CED-MES.                  00006070
           MOVE WRK-ITM-ANO            TO WRK-CED-ANO.                  00006080
           MOVE WRK-COMPETENCIA-EDIT   TO CCDCOMPO.                     00006090
           PERFORM 2250-DESCREVER-EVENTO.                               00006100
           MOVE WRK-DESC-EVENTO        TO CCDEVTO.                      00006110
           MOVE WRK-CCH-BRUTO          TO WRK-VALOR-EDIT.               00006120
           MOVE WRK-VALOR-EDIT         TO CCBRUTOO.                     00006130
                                                                        00006140
           PERFORM 2310-MONTAR-DESCONTO                                 00006150
               VARYING WRK-IDX-DSC FROM 1 BY 1                          00006160
               UNTIL WRK-IDX-DSC GREATER WRK-CCH-QT-LINHAS              00006170
                  OR WRK-IDX-DSC GREATER 8.                             00006180
                                                                        00006190
           MOVE WRK-CCH-DEMAIS-DESCONTOS TO WRK-VALOR-EDIT.             00006200
           MOVE WRK-VALOR-EDIT         TO CCDEMAO.                      00006210
           MOVE WRK-CCH-DESCONTO       TO WRK-VALOR-EDIT.               00006220
           MOVE WRK-VALOR-EDIT         TO CCDTOTO.                      00006230
           MOVE WRK-CCH-LIQUIDO        TO WRK-VALOR-EDIT.               00006240
           MOVE WRK-VALOR-EDIT         TO CCLIQO.                       00006250
                                                                        00006260
           IF WRK-CCH-BCO-OCORRENCIA EQUAL SPACES                       00006270
              MOVE WRK-CCH-BCO-DESCRICAO TO CCBCOO                      00006280
           ELSE                                                         00006290
              MOVE WRK-CCH-BCO-OCORRENCIA TO WRK-LBC-OCORRENCIA         00006300
              MOVE WRK-CCH-BCO-DESCRICAO  TO WRK-LBC-DESCRICAO          00006310
              MOVE WRK-LINHA-BANCO        TO CCBCOO                     00006320
           END-IF.                                                      00006330
                                                                        00006340
           MOVE WRK-CCH-DATA-CARGA     TO WRK-DATA-DDMMAAAA.            00006350
           MOVE WRK-DMA-DIA            TO WRK-TEL-DIA.                  00006360
           MOVE WRK-DMA-MES            TO WRK-TEL-MES.                  00006370
           MOVE WRK-DMA-ANO            TO WRK-TEL-ANO.                  00006380
           MOVE WRK-DATA-TELA          TO CCCARGAO.                     00006390
                                                                        00006400
      *----------------------------------------------------------------*00006410
       2300-99-FIM.                              EXIT.                  00006420
      *----------------------------------------------------------------*00006430
                                                                        00006440
      *----------------------------------------------------------------*00006450
       2310-MONTAR-DESCONTO                      SECTION.               00006460
      *----------------------------------------------------------------*00006470
                                                                        00006480
           MOVE WRK-CCH-LIN-CODIGO(WRK-IDX-DSC) TO WRK-LDS-CODIGO.      00006490
           MOVE WRK-CCH-LIN-VALOR(WRK-IDX-DSC)  TO WRK-VALOR-EDIT.      00006500
           MOVE WRK-VALOR-EDIT         TO WRK-LDS-VALOR.                00006510
                                                                        00006520
           EVALUATE WRK-IDX-DSC                                         00006530
              WHEN 1  MOVE WRK-LINHA-DESCONTO TO DSC1O                  00006540
              WHEN 2  MOVE WRK-LINHA-DESCONTO TO DSC2O                  00006550
              WHEN 3  MOVE WRK-LINHA-DESCONTO TO DSC3O                  00006560
              WHEN 4  MOVE WRK-LINHA-DESCONTO TO DSC4O                  00006570
              WHEN 5  MOVE WRK-LINHA-DESCONTO TO DSC5O                  00006580
              WHEN 6  MOVE WRK-LINHA-DESCONTO TO DSC6O                  00006590
              WHEN 7  MOVE WRK-LINHA-DESCONTO TO DSC7O                  00006600
              WHEN 8  MOVE WRK-LINHA-DESCONTO TO DSC8O                  00006610
           END-EVALUATE.                                                00006620
                                                                        00006630
      *----------------------------------------------------------------*00006640
       2310-99-FIM.                              EXIT.                  00006650
      *----------------------------------------------------------------*00006660
                                                                        00006670
      *----------------------------------------------------------------*00006680
       2400-LIMPAR-DETALHE                       SECTION.               00006690
      *----------------------------------------------------------------*00006700
                                                                        00006710
           MOVE SPACES                 TO CCDCOMPO CCDEVTO CCBRUTOO     00006720
                                          DSC1O DSC2O DSC3O DSC4O       00006730
                                          DSC5O DSC6O DSC7O DSC8O       00006740
                                          CCDEMAO CCDTOTO CCLIQO        00006750
                                          CCBCOO CCCARGAO.              00006760
                                                                        00006770
      *----------------------------------------------------------------*00006780
       2400-99-FIM.                              EXIT.                  00006790
      *----------------------------------------------------------------*00006800
                                                                        00006810
      *----------------------------------------------------------------*00006820
       2900-GRAVAR-LOG                           SECTION.               00006830
      *----------------------------------------------------------------*00006840
                                                                        00006850
           MOVE SPACES                 TO WRK-LOG.                      00006860
           MOVE '4'                    TO WRK-LOG-TIPO.                 00006870
           MOVE 'C'                    TO WRK-LOG-ORIGEM.               00006880
           MOVE 'F06CIPC'              TO WRK-PROGRAMA.                 00006890
           MOVE '2900'                 TO WRK-SECTION.                  00006900
           MOVE 'CONTRACHEQUE '        TO WRK-MSG-ERRO.                 00006910
           MOVE WRK-ID-CONSULTA        TO WRK-MSG-ERRO(14:4).           00006920
           MOVE WRK-DETALHE-LOG        TO WRK-MSG-ERRO(19:10).          00006930
           MOVE WRK-SGC-USUARIO        TO WRK-STATUS.                   00006940
           MOVE EIBAID                 TO WRK-LOG-EIBAID.               00006950
           MOVE EIBTRMID               TO WRK-LOG-TERMINAL.             00006960
           MOVE EIBDATE                TO WRK-LOG-DATA.                 00006970
           MOVE EIBTIME                TO WRK-LOG-HORA.                 00006980
                                                                        00006990
           CALL WRK-GRV                USING WRK-LOG.                   00007000
                                                                        00007010
      *----------------------------------------------------------------*00007020
       2900-99-FIM.                              EXIT.                  00007030
      *----------------------------------------------------------------*00007040
                                                                        00007050
      *----------------------------------------------------------------*00007060
       3000-FINALIZAR                            SECTION.               00007070
      *----------------------------------------------------------------*00007080
                                                                        00007090
           IF WRK-FLAG EQUAL 1                                          00007100
              EXEC CICS SEND                                            00007110
                MAPSET('F06CIMA')                                       00007120
                MAP('MAPCCH')                                           00007130
                ERASE                                                   00007140
                MAPONLY                                                 00007150
              END-EXEC                                                  00007160
           END-IF.                                                      00007170
                                                                        00007180
      *----------------------------------------------------------------*00007190
       3000-99-FIM.                             EXIT.                   00007200
      *----------------------------------------------------------------*00007210
