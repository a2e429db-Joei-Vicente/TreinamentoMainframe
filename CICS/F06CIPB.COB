      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID.  F06CIPB.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *                        TREINAMENTO                             *00000080
      *================================================================*00000090
      *     PROGRAMA....: F06CIPB                                      *00000100
      *     PROGRAMADOR.: JOEI LORENTI                                 *00000110
      *     ANALISTA....: IVAN SANCHES                                 *00000120
      *     DATA........: 15/10/2026                                   *00000130
      *----------------------------------------------------------------*00000140
      *     OBJETIVO....: CONSULTA ONLINE DE ESTOQUE POR PRODUTO NO    *00000150
      *                   KSDS ARQPRD (LAYOUT B#PRODK, CHAVE CODIGO,   *00000160
      *                   CARREGADO A NOITE PELO FR06C141 A PARTIR DO  *00000170
      *                   ARQPROD) ATRAVES DO MAPA BMS F06CIM9, NA     *00000180
      *                   DISCIPLINA DE MAPSET DO F06CIM2: O BALCAO    *00000190
      *                   INFORMA O CODIGO E RECEBE PRODUTO,           *00000200
      *                   FORNECEDOR, SALDO, VALOR UNITARIO, MINIMO    *00000210
      *                   COM A SITUACAO ABAIXO DO MINIMO, QUANTIDADE  *00000220
      *                   EM PEDIDOS DE COMPRA ABERTOS COM A PREVISAO  *00000230
      *                   DE ENTREGA MAIS ANTIGA E OS ULTIMOS CINCO    *00000240
      *                   MOVIMENTOS DO KARDEX, DO MAIS RECENTE PARA   *00000250
      *                   O MAIS ANTIGO. SO CONSULTA, NAO ALTERA NADA. *00000260
      *                   EXIGE A FUNCAO 'C' NA T06B (F06CIS1).        *00000270
      *                   PF3 ENCERRA.                                 *00000280
      *----------------------------------------------------------------*00000290
      *     ARQUIVOS....:                                              *00000300
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000310
      *       ARQPRD                I                     B#PRODK      *00000320
      *----------------------------------------------------------------*00000330
      *   MANUTENCAO:                                                  *00000340
      *================================================================*00000350
                                                                        00000360
      *================================================================*00000370
       ENVIRONMENT                               DIVISION.              00000380
      *================================================================*00000390
                                                                        00000400
      *----------------------------------------------------------------*00000410
       CONFIGURATION                             SECTION.               00000420
      *----------------------------------------------------------------*00000430
                                                                        00000440
       SPECIAL-NAMES.                                                   00000450
           DECIMAL-POINT                         IS COMMA.              00000460
                                                                        00000470
      *================================================================*00000480
       DATA                                      DIVISION.              00000490
      *================================================================*00000500
                                                                        00000510
      *----------------------------------------------------------------*00000520
       WORKING-STORAGE SECTION.                                         00000530
      *----------------------------------------------------------------*00000540
                                                                        00000550
      *----------------------------------------------------------------*00000560
       01 FILLER                       PIC  X(050)         VALUE        00000570
           '***  F06CIPB - INICIO DA AREA DE WORKING   ***'.            00000580
      *----------------------------------------------------------------*00000590
                                                                        00000600
      *----------------------------------------------------------------*00000610
       01 FILLER                       PIC  X(050)         VALUE        00000620
           '***  AREA DO MAPA - F06CIM9   ***'.                         00000630
      *----------------------------------------------------------------*00000640
                                                                        00000650
           COPY F06CIM9.                                                00000660
           COPY DFHAID.                                                 00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
       01 FILLER                       PIC  X(050)         VALUE        00000700
           '***  AREA DO REGISTRO DE PRODUTOS (B#PRODK)  ***'.          00000710
      *----------------------------------------------------------------*00000720
                                                                        00000730
        COPY 'B#PRODK'.                                                 00000740
                                                                        00000750
      *----------------------------------------------------------------*00000760
       01 FILLER                       PIC  X(050)         VALUE        00000770
           '***  VARIAVEIS DE APOIO  ***'.                              00000780
      *----------------------------------------------------------------*00000790
                                                                        00000800
       01 WRK-RET                      PIC S9(04) COMP.                 00000810
                                                                        00000820
       01 WRK-CHAVE                    PIC X(05).                       00000830
                                                                        00000840
       77 WRK-FLAG                     PIC 9  VALUE ZEROS.              00000850
                                                                        00000860
       77 WRK-QTDE-EDIT                PIC ZZZZ9.                       00000870
                                                                        00000880
       77 WRK-PEDIDA-EDIT              PIC Z(6)9.                       00000890
                                                                        00000900
       77 WRK-VALOR-EDIT               PIC ZZ.ZZZ.ZZ9,99.               00000910
                                                                        00000920
       77 WRK-IDX-MOV                  PIC 9(01) VALUE ZEROS.           00000930
                                                                        00000940
       77 WRK-SAIDA                    PIC X(30) VALUE                  00000950
                                       'ENCERRADO PELO USUARIO'.        00000960
                                                                        00000970
       01 WRK-DATA-AAAAMMDD.                                            00000980
          05 WRK-DAT-ANO               PIC X(04).                       00000990
          05 WRK-DAT-MES               PIC X(02).                       00001000
          05 WRK-DAT-DIA               PIC X(02).                       00001010
                                                                        00001020
       01 WRK-DATA-DDMMAAAA.                                            00001030
          05 WRK-DMA-DIA               PIC X(02).                       00001040
          05 WRK-DMA-MES               PIC X(02).                       00001050
          05 WRK-DMA-ANO               PIC X(04).                       00001060
                                                                        00001070
       01 WRK-DATA-TELA.                                                00001080
          05 WRK-TEL-DIA               PIC X(02).                       00001090
          05 FILLER                    PIC X(01) VALUE '/'.             00001100
          05 WRK-TEL-MES               PIC X(02).                       00001110
          05 FILLER                    PIC X(01) VALUE '/'.             00001120
          05 WRK-TEL-ANO               PIC X(04).                       00001130
                                                                        00001140
       01 WRK-FORN-TELA.                                                00001150
          05 WRK-FTL-CODIGO            PIC X(05).                       00001160
          05 FILLER                    PIC X(01) VALUE SPACES.          00001170
          05 WRK-FTL-NOME              PIC X(15).                       00001180
                                                                        00001190
       01 WRK-LINHA-MOV.                                                00001200
          05 WRK-LIN-DATA              PIC X(10).                       00001210
          05 FILLER                    PIC X(02) VALUE SPACES.          00001220
          05 WRK-LIN-TIPO              PIC X(01).                       00001230
          05 FILLER                    PIC X(02) VALUE SPACES.          00001240
          05 WRK-LIN-QTDE              PIC X(05).                       00001250
          05 FILLER                    PIC X(02) VALUE SPACES.          00001260
          05 WRK-LIN-SALDO             PIC X(05).                       00001270
          05 FILLER                    PIC X(02) VALUE SPACES.          00001280
          05 WRK-LIN-DOC               PIC X(10).                       00001290
          05 FILLER                    PIC X(11) VALUE SPACES.          00001300
                                                                        00001310
      *----------------------------------------------------------------*00001320
       01 FILLER                       PIC  X(050)         VALUE        00001330
           '***  SEGURANCA DE OPERADOR (F06CIS1/#SEGCHK)  ***'.         00001340
      *----------------------------------------------------------------*00001350
                                                                        00001360
        COPY '#SEGCHK'.                                                 00001370
                                                                        00001380
       77 WRK-AUTORIZADO               PIC X(01) VALUE 'N'.             00001390
                                                                        00001400
       01 WRK-COMMAREA.                                                 00001410
          05 WRK-CA-CHAVE              PIC X(05).                       00001420
                                                                        00001430
      *================================================================*00001440
       LINKAGE                                   SECTION.               00001450
      *================================================================*00001460
                                                                        00001470
       01 DFHCOMMAREA                  PIC X(05).                       00001480
                                                                        00001490
      *================================================================*00001500
       PROCEDURE                                 DIVISION.              00001510
      *================================================================*00001520
                                                                        00001530
      ******************************************************************00001540
      *                     PROCESSAMENTO PRINCIPAL                    *00001550
      ******************************************************************00001560
      *----------------------------------------------------------------*00001570
       0000-PRINCIPAL                            SECTION.               00001580
      *----------------------------------------------------------------*00001590
                                                                        00001600
           PERFORM 1000-INICIAR.                                        00001610
                                                                        00001620
            IF WRK-FLAG EQUAL 2                                         00001630
               PERFORM 2000-PROCESSAR                                   00001640
            END-IF.                                                     00001650
                                                                        00001660
           PERFORM 3000-FINALIZAR.                                      00001670
                                                                        00001680
             EXEC CICS                                                  00001690
               RETURN TRANSID('T06B')                                   00001700
               COMMAREA(WRK-COMMAREA)                                   00001710
             END-EXEC.                                                  00001720
                                                                        00001730
      *----------------------------------------------------------------*00001740
       0000-99-FIM.                              EXIT.                  00001750
      *----------------------------------------------------------------*00001760
                                                                        00001770
      *----------------------------------------------------------------*00001780
       1000-INICIAR                              SECTION.               00001790
      *----------------------------------------------------------------*00001800
                                                                        00001810
           EXEC CICS RECEIVE                                            00001820
             MAPSET('F06CIM9')                                          00001830
             MAP('MAPESTQ')                                             00001840
             INTO(MAPESTQI)                                             00001850
             RESP(WRK-RET)                                              00001860
           END-EXEC.                                                    00001870
                                                                        00001880
           IF WRK-RET = DFHRESP(MAPFAIL)                                00001890
              MOVE 1 TO WRK-FLAG                                        00001900
           ELSE                                                         00001910
              MOVE 2 TO WRK-FLAG                                        00001920
           END-IF.                                                      00001930
      *----------------------------------------------------------------*00001940
       1000-99-FIM.                              EXIT.                  00001950
      *----------------------------------------------------------------*00001960
                                                                        00001970
      *----------------------------------------------------------------*00001980
       2000-PROCESSAR                            SECTION.               00001990
      *----------------------------------------------------------------*00002000
                                                                        00002010
           IF EIBAID = '3'                                              00002020
              PERFORM 2100-RETURN                                       00002030
           END-IF.                                                      00002040
                                                                        00002050
           PERFORM 2050-VERIFICAR-ACESSO.                               00002060
           IF WRK-AUTORIZADO EQUAL 'N'                                  00002070
              MOVE 'ACESSO NEGADO AO OPERADOR'                          00002080
                                       TO MSGESTQO                      00002090
              GO TO 2000-88-ENVIAR                                      00002100
           END-IF.                                                      00002110
                                                                        00002120
           PERFORM 2200-CONSULTAR-PRODUTO.                              00002130
                                                                        00002140
       2000-88-ENVIAR.                                                  00002150
                                                                        00002160
           EXEC CICS SEND                                               00002170
             MAPSET('F06CIM9')                                          00002180
             MAP('MAPESTQ')                                             00002190
             DATAONLY                                                   00002200
           END-EXEC.                                                    00002210
                                                                        00002220
      *----------------------------------------------------------------*00002230
       2000-99-FIM.                              EXIT.                  00002240
      *----------------------------------------------------------------*00002250
                                                                        00002260
      *----------------------------------------------------------------*00002270
       2050-VERIFICAR-ACESSO                     SECTION.               00002280
      *----------------------------------------------------------------*00002290
                                                                        00002300
           MOVE 'N'                    TO WRK-AUTORIZADO.               00002310
                                                                        00002320
           MOVE SPACES                 TO WRK-SEGCHK.                   00002330
           MOVE 'T06B'                 TO WRK-SGC-TRANSACAO.            00002340
           MOVE 'C'                    TO WRK-SGC-FUNCAO.               00002350
                                                                        00002360
           EXEC CICS LINK                                               00002370
              PROGRAM('F06CIS1')                                        00002380
              COMMAREA(WRK-SEGCHK)                                      00002390
              RESP(WRK-RET)                                             00002400
           END-EXEC.                                                    00002410
                                                                        00002420
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002430
              MOVE WRK-SGC-RETORNO     TO WRK-AUTORIZADO                00002440
           END-IF.                                                      00002450
                                                                        00002460
      *----------------------------------------------------------------*00002470
       2050-99-FIM.                              EXIT.                  00002480
      *----------------------------------------------------------------*00002490
                                                                        00002500
      *----------------------------------------------------------------*00002510
       2100-RETURN                               SECTION.               00002520
      *----------------------------------------------------------------*00002530
                                                                        00002540
           EXEC CICS SEND TEXT                                          00002550
             FROM (WRK-SAIDA)                                           00002560
             ERASE                                                      00002570
           END-EXEC                                                     00002580
           EXEC CICS                                                    00002590
             RETURN                                                     00002600
           END-EXEC.                                                    00002610
                                                                        00002620
      *----------------------------------------------------------------*00002630
       2100-99-FIM.                              EXIT.                  00002640
      *----------------------------------------------------------------*00002650
                                                                        00002660
      *----------------------------------------------------------------*00002670
       2200-CONSULTAR-PRODUTO                    SECTION.               00002680
      *----------------------------------------------------------------*00002690
                                                                        00002700
              MOVE SPACES              TO EQPRODO EQFORNO EQESTQO       00002710
                                          EQVALORO EQMINO EQSITO        00002720
                                          EQPEDO EQPREVO EQCARGAO       00002730
                                          MOV1O MOV2O MOV3O MOV4O       00002740
                                          MOV5O.                        00002750
              MOVE EQCODI              TO WRK-CHAVE                     00002760
                                          WRK-CA-CHAVE.                 00002770
                                                                        00002780
              IF WRK-CHAVE NOT NUMERIC                                  00002790
                 MOVE 'CODIGO DE PRODUTO INVALIDO'                      00002800
                                       TO MSGESTQO                      00002810
                 GO TO 2200-99-FIM                                      00002820
              END-IF.                                                   00002830
                                                                        00002840
              EXEC CICS READ                                            00002850
                 FILE ('ARQPRD')                                        00002860
                 RIDFLD(WRK-CHAVE)                                      00002870
                 INTO(WRK-REG-PRODK)                                    00002880
                 RESP(WRK-RET)                                          00002890
              END-EXEC                                                  00002900
                                                                        00002910
              EVALUATE TRUE                                             00002920
                  WHEN WRK-RET EQUAL DFHRESP(NORMAL)                    00002930
                  PERFORM 2300-MONTAR-TELA                              00002940
                  MOVE 'PRODUTO ENCONTRADO   '                          00002950
                                         TO MSGESTQO                    00002960
                                                                        00002970
                  WHEN WRK-RET EQUAL DFHRESP(NOTFND)                    00002980
                  MOVE '---------------'  TO EQPRODO                    00002990
                  MOVE 'PRODUTO NAO ENCONTRADO'                         00003000
                                          TO MSGESTQO                   00003010
                                                                        00003020
                WHEN OTHER                                              00003030
                   MOVE 'ERRO NA LEITURA  '                             00003040
                                          TO MSGESTQO                   00003050
               END-EVALUATE.                                            00003060
                                                                        00003070
      *----------------------------------------------------------------*00003080
       2200-99-FIM.                              EXIT.                  00003090
      *----------------------------------------------------------------*00003100
                                                                        00003110
      *----------------------------------------------------------------*00003120
       2300-MONTAR-TELA                          SECTION.               00003130
      *----------------------------------------------------------------*00003140
                                                                        00003150
           MOVE WRK-PRK-COD            TO EQCODO.                       00003160
           MOVE WRK-PRK-PROD           TO EQPRODO.                      00003170
           MOVE WRK-PRK-COD-FORN       TO WRK-FTL-CODIGO.               00003180
           MOVE WRK-PRK-FORN           TO WRK-FTL-NOME.                 00003190
           MOVE WRK-FORN-TELA          TO EQFORNO.                      00003200
           MOVE WRK-PRK-ESTOQUE        TO WRK-QTDE-EDIT.                00003210
           MOVE WRK-QTDE-EDIT          TO EQESTQO.                      00003220
           MOVE WRK-PRK-VALOR          TO WRK-VALOR-EDIT.               00003230
           MOVE WRK-VALOR-EDIT         TO EQVALORO.                     00003240
           MOVE WRK-PRK-MINIMO         TO WRK-QTDE-EDIT.                00003250
           MOVE WRK-QTDE-EDIT          TO EQMINO.                       00003260
           IF WRK-PRK-ABAIXO-MINIMO EQUAL 'S'                           00003270
              MOVE 'ABAIXO DO MINIMO'  TO EQSITO                        00003280
           ELSE                                                         00003290
              MOVE 'NORMAL'            TO EQSITO                        00003300
           END-IF.                                                      00003310
                                                                        00003320
           MOVE WRK-PRK-QT-PEDIDA-ABERTA TO WRK-PEDIDA-EDIT.            00003330
           MOVE WRK-PEDIDA-EDIT        TO EQPEDO.                       00003340
           IF WRK-PRK-DATA-PREVISTA GREATER ZEROS                       00003350
              MOVE WRK-PRK-DATA-PREVISTA TO WRK-DATA-AAAAMMDD           00003360
              MOVE WRK-DAT-DIA         TO WRK-TEL-DIA                   00003370
              MOVE WRK-DAT-MES         TO WRK-TEL-MES                   00003380
              MOVE WRK-DAT-ANO         TO WRK-TEL-ANO                   00003390
              MOVE WRK-DATA-TELA       TO EQPREVO                       00003400
           ELSE                                                         00003410
              MOVE 'SEM PEDIDO'        TO EQPREVO                       00003420
           END-IF.                                                      00003430
                                                                        00003440
           MOVE WRK-PRK-DATA-CARGA     TO WRK-DATA-DDMMAAAA.            00003450
           MOVE WRK-DMA-DIA            TO WRK-TEL-DIA.                  00003460
           MOVE WRK-DMA-MES            TO WRK-TEL-MES.                  00003470
           MOVE WRK-DMA-ANO            TO WRK-TEL-ANO.                  00003480
           MOVE WRK-DATA-TELA          TO EQCARGAO.                     00003490
                                                                        00003500
           IF WRK-PRK-QT-MOVIMENTOS EQUAL ZEROS                         00003510
              MOVE 'SEM MOVIMENTOS'    TO MOV1O                         00003520
              GO TO 2300-99-FIM                                         00003530
           END-IF.                                                      00003540
                                                                        00003550
           PERFORM 2310-MONTAR-MOVIMENTO                                00003560
               VARYING WRK-IDX-MOV FROM 1 BY 1                          00003570
               UNTIL WRK-IDX-MOV GREATER WRK-PRK-QT-MOVIMENTOS.         00003580
                                                                        00003590
      *----------------------------------------------------------------*00003600
       2300-99-FIM.                              EXIT.                  00003610
      *----------------------------------------------------------------*00003620
                                                                        00003630
      *----------------------------------------------------------------*00003640
       2310-MONTAR-MOVIMENTO                     SECTION.               00003650
      *----------------------------------------------------------------*00003660
      *    O KSDS JA TRAZ O MOVIMENTO 1 COMO O MAIS RECENTE; A DATA    *00003670
      *    DO KARDEX VEM EM DDMMAAAA.                                  *00003680
      *----------------------------------------------------------------*00003690
                                                                        00003700
           MOVE WRK-PRK-MOV-DATA(WRK-IDX-MOV) TO WRK-DATA-DDMMAAAA.     00003710
           MOVE WRK-DMA-DIA            TO WRK-TEL-DIA.                  00003720
           MOVE WRK-DMA-MES            TO WRK-TEL-MES.                  00003730
           MOVE WRK-DMA-ANO            TO WRK-TEL-ANO.                  00003740
           MOVE WRK-DATA-TELA          TO WRK-LIN-DATA.                 00003750
           MOVE WRK-PRK-MOV-TIPO(WRK-IDX-MOV)  TO WRK-LIN-TIPO.         00003760
           MOVE WRK-PRK-MOV-QTDE(WRK-IDX-MOV)  TO WRK-QTDE-EDIT.        00003770
           MOVE WRK-QTDE-EDIT          TO WRK-LIN-QTDE.                 00003780
           MOVE WRK-PRK-MOV-SALDO(WRK-IDX-MOV) TO WRK-QTDE-EDIT.        00003790
           MOVE WRK-QTDE-EDIT          TO WRK-LIN-SALDO.                00003800
           MOVE WRK-PRK-MOV-DOC(WRK-IDX-MOV)   TO WRK-LIN-DOC.          00003810
                                                                        00003820
           EVALUATE WRK-IDX-MOV                                         00003830
              WHEN 1  MOVE WRK-LINHA-MOV TO MOV1O                       00003840
              WHEN 2  MOVE WRK-LINHA-MOV TO MOV2O                       00003850
              WHEN 3  MOVE WRK-LINHA-MOV TO MOV3O                       00003860
              WHEN 4  MOVE WRK-LINHA-MOV TO MOV4O                       00003870
              WHEN 5  MOVE WRK-LINHA-MOV TO MOV5O                       00003880
           END-EVALUATE.                                                00003890
                                                                        00003900
      *----------------------------------------------------------------*00003910
       2310-99-FIM.                              EXIT.                  00003920
      *----------------------------------------------------------------*00003930
                                                                        00003940
      *----------------------------------------------------------------*00003950
       3000-FINALIZAR                            SECTION.               00003960
      *----------------------------------------------------------------*00003970
                                                                        00003980
           IF WRK-FLAG EQUAL 1                                          00003990
              EXEC CICS SEND                                            00004000
                MAPSET('F06CIM9')                                       00004010
                MAP('MAPESTQ')                                          00004020
                ERASE                                                   00004030
                MAPONLY                                                 00004040
              END-EXEC                                                  00004050
           END-IF.                                                      00004060
                                                                        00004070
      *----------------------------------------------------------------*00004080
       3000-99-FIM.                             EXIT.                   00004090
      *----------------------------------------------------------------*00004100
