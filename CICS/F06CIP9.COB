      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID.  F06CIP9.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *                        TREINAMENTO                             *00000080
      *================================================================*00000090
      *     PROGRAMA....: F06CIP9                                      *00000100
      *     PROGRAMADOR.: JOEI LORENTI                                 *00000110
      *     ANALISTA....: IVAN SANCHES                                 *00000120
      *     DATA........: 15/10/2026                                   *00000130
      *----------------------------------------------------------------*00000140
      *     OBJETIVO....: APROVACAO (DUPLA ALCADA) DAS CAPTURAS DO     *00000150
      *                   F06CIP5 ACIMA DO PARAMETRO                   *00000160
      *                   LIMITE-DUPLA-ALCADA, PENDENTES NO KSDS       *00000170
      *                   ARQPEND (B#PEND), PELA TELA F06CIM7 NA       *00000180
      *                   DISCIPLINA DE MAPSET DO F06CIM2. O           *00000190
      *                   SUPERVISOR INFORMA A CHAVE DA PENDENCIA E A  *00000200
      *                   ACAO: 'C' CONSULTA / 'A' APROVA / 'R'        *00000210
      *                   REJEITA; PF8 MOSTRA A PROXIMA PENDENTE       *00000220
      *                   DEPOIS DA CHAVE DA TELA. CONSULTA EXIGE A    *00000230
      *                   FUNCAO 'C' E DECISAO A FUNCAO 'A' NA T069,   *00000240
      *                   CONFERIDAS PELA ROTINA COMUM F06CIS1         *00000250
      *                   (#SEGCHK). QUEM DECIDE NUNCA PODE SER O      *00000260
      *                   OPERADOR QUE CAPTUROU. A APROVADA VAI PARA   *00000270
      *                   A TDQ MVCP (B#MOV25) COM A DATA DA           *00000280
      *                   APROVACAO E ENTRA NO MOV2505 DA NOITE; A     *00000290
      *                   REJEITADA NAO SAI DO ARQPEND. PENDENCIA NAO  *00000300
      *                   DECIDIDA ATRAVESSA O CORTE (LISTADA PELO     *00000310
      *                   FR06C115) E CONTINUA DISPONIVEL NO DIA       *00000320
      *                   SEGUINTE. CADA DECISAO OU RECUSA DE DUPLA    *00000330
      *                   ALCADA E REGISTRADA VIA GRVLOG (ORIGEM 'C'). *00000340
      *                   PF3 ENCERRA.                                 *00000350
      *----------------------------------------------------------------*00000360
      *     ARQUIVOS....:                                              *00000370
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000380
      *       ARQPEND              I/O                    B#PEND       *00000390
      *       MVCP (TDQ)            O                     B#MOV25      *00000400
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
           '***  F06CIP9 - INICIO DA AREA DE WORKING   ***'.            00000660
      *----------------------------------------------------------------*00000670
                                                                        00000680
      *----------------------------------------------------------------*00000690
       01 FILLER                       PIC  X(050)         VALUE        00000700
           '***  AREA DO MAPA - F06CIM7   ***'.                         00000710
      *----------------------------------------------------------------*00000720
                                                                        00000730
           COPY F06CIM7.                                                00000740
           COPY DFHAID.                                                 00000750
                                                                        00000760
      *----------------------------------------------------------------*00000770
       01 FILLER                       PIC  X(050)         VALUE        00000780
           '***  AREA DA CAPTURA PENDENTE (ARQPEND)  ***'.              00000790
      *----------------------------------------------------------------*00000800
                                                                        00000810
        COPY 'B#PEND'.                                                  00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
       01 FILLER                       PIC  X(050)         VALUE        00000850
           '***  AREA DO MOVIMENTO APROVADO (B#MOV25)  ***'.            00000860
      *----------------------------------------------------------------*00000870
                                                                        00000880
        COPY 'B#MOV25'.                                                 00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
       01 FILLER                       PIC  X(050)         VALUE        00000920
           '***  SEGURANCA DE OPERADOR (F06CIS1/#SEGCHK)  ***'.         00000930
      *----------------------------------------------------------------*00000940
                                                                        00000950
        COPY '#SEGCHK'.                                                 00000960
                                                                        00000970
      *----------------------------------------------------------------*00000980
       01 FILLER                       PIC  X(050)         VALUE        00000990
           '***  AREA DO LOG DE DECISOES - GRVLOG  ***'.                00001000
      *----------------------------------------------------------------*00001010
                                                                        00001020
        COPY '#GRVLOG4'.                                                00001030
                                                                        00001040
       77 WRK-GRV                      PIC X(06) VALUE 'GRVLOG'.        00001050
                                                                        00001060
      *----------------------------------------------------------------*00001070
       01 FILLER                       PIC  X(050)         VALUE        00001080
           '***  VARIAVEIS DE APOIO  ***'.                              00001090
      *----------------------------------------------------------------*00001100
                                                                        00001110
       01 WRK-RET                      PIC S9(04) COMP.                 00001120
       77 WRK-FLAG                     PIC 9  VALUE ZEROS.              00001130
       77 WRK-AUTORIZADO               PIC X(01) VALUE 'N'.             00001140
       77 WRK-ACAO-LOG                 PIC X(09) VALUE SPACES.          00001150
       77 WRK-FIM-BROWSE               PIC X(01) VALUE 'N'.             00001160
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00001170
                                                                        00001180
       01 WRK-CHAVE-PEND               PIC X(18) VALUE SPACES.          00001190
       01 WRK-CHAVE-TELA               PIC X(18) VALUE SPACES.          00001200
                                                                        00001210
       01 WRK-ABSTIME                  PIC S9(15) COMP-3 VALUE ZEROS.   00001220
       01 WRK-DATA-EDIT                PIC X(10) VALUE SPACES.          00001230
       77 WRK-DATA-AAAAMMDD            PIC X(08) VALUE SPACES.          00001240
       77 WRK-HORA-HHMMSS              PIC X(06) VALUE SPACES.          00001250
       01 WRK-VALOR-EDIT               PIC ZZ.ZZZ.ZZ9,99.               00001260
                                                                        00001270
       01 WRK-DATA-TELA.                                                00001280
          05 WRK-DTL-DIA               PIC X(02).                       00001290
          05 FILLER                    PIC X(01) VALUE '/'.             00001300
          05 WRK-DTL-MES               PIC X(02).                       00001310
          05 FILLER                    PIC X(01) VALUE '/'.             00001320
          05 WRK-DTL-ANO               PIC X(04).                       00001330
                                                                        00001340
       77 WRK-SAIDA                    PIC X(30) VALUE                  00001350
                                       'ENCERRADO PELO USUARIO'.        00001360
                                                                        00001370
      *================================================================*00001380
       LINKAGE                                   SECTION.               00001390
      *================================================================*00001400
                                                                        00001410
       01 DFHCOMMAREA                  PIC X(01).                       00001420
                                                                        00001430
      *================================================================*00001440
       PROCEDURE                                 DIVISION.              00001450
      *================================================================*00001460
                                                                        00001470
      ******************************************************************00001480
      *                     PROCESSAMENTO PRINCIPAL                    *00001490
      ******************************************************************00001500
      *----------------------------------------------------------------*00001510
       0000-PRINCIPAL                            SECTION.               00001520
      *----------------------------------------------------------------*00001530
                                                                        00001540
           PERFORM 1000-INICIAR.                                        00001550
                                                                        00001560
            IF WRK-FLAG EQUAL 2                                         00001570
               PERFORM 2000-PROCESSAR                                   00001580
            END-IF.                                                     00001590
                                                                        00001600
           PERFORM 3000-FINALIZAR.                                      00001610
                                                                        00001620
             EXEC CICS                                                  00001630
               RETURN TRANSID('T069')                                   00001640
             END-EXEC.                                                  00001650
                                                                        00001660
      *----------------------------------------------------------------*00001670
       0000-99-FIM.                              EXIT.                  00001680
      *----------------------------------------------------------------*00001690
                                                                        00001700
      *----------------------------------------------------------------*00001710
       1000-INICIAR                              SECTION.               00001720
      *----------------------------------------------------------------*00001730
                                                                        00001740
           EXEC CICS RECEIVE                                            00001750
             MAPSET('F06CIM7')                                          00001760
             MAP('MAPAPRV')                                             00001770
             INTO(MAPAPRVI)                                             00001780
             RESP(WRK-RET)                                              00001790
           END-EXEC.                                                    00001800
                                                                        00001810
           IF WRK-RET = DFHRESP(MAPFAIL)                                00001820
              MOVE 1 TO WRK-FLAG                                        00001830
           ELSE                                                         00001840
              MOVE 2 TO WRK-FLAG                                        00001850
           END-IF.                                                      00001860
      *----------------------------------------------------------------*00001870
       1000-99-FIM.                              EXIT.                  00001880
      *----------------------------------------------------------------*00001890
                                                                        00001900
      *----------------------------------------------------------------*00001910
       2000-PROCESSAR                            SECTION.               00001920
      *----------------------------------------------------------------*00001930
                                                                        00001940
           IF EIBAID = '3'                                              00001950
              PERFORM 2100-RETURN                                       00001960
           END-IF.                                                      00001970
                                                                        00001980
           MOVE SPACES TO MSGAPRVO.                                     00001990
                                                                        00002000
           MOVE APCHVI TO WRK-CHAVE-TELA.                               00002010
           IF WRK-CHAVE-TELA EQUAL LOW-VALUES                           00002020
              MOVE SPACES TO WRK-CHAVE-TELA                             00002030
           END-IF.                                                      00002040
                                                                        00002050
           PERFORM 2050-VERIFICAR-ACESSO.                               00002060
           IF WRK-AUTORIZADO EQUAL 'N'                                  00002070
              MOVE 'ACESSO NEGADO AO OPERADOR'                          00002080
                                       TO MSGAPRVO                      00002090
              GO TO 2000-88-ENVIAR                                      00002100
           END-IF.                                                      00002110
                                                                        00002120
           IF EIBAID = '8'                                              00002130
              PERFORM 2200-PROXIMA-PENDENTE                             00002140
              GO TO 2000-88-ENVIAR                                      00002150
           END-IF.                                                      00002160
                                                                        00002170
           IF WRK-CHAVE-TELA EQUAL SPACES                               00002180
              MOVE 'INFORMAR A CHAVE OU TECLAR PF8'                     00002190
                                       TO MSGAPRVO                      00002200
              GO TO 2000-88-ENVIAR                                      00002210
           END-IF.                                                      00002220
           MOVE WRK-CHAVE-TELA TO WRK-CHAVE-PEND.                       00002230
                                                                        00002240
           EVALUATE APACAOI                                             00002250
            WHEN 'C'                                                    00002260
              PERFORM 2300-CONSULTAR                                    00002270
            WHEN 'A'                                                    00002280
              PERFORM 2400-APROVAR                                      00002290
            WHEN 'R'                                                    00002300
              PERFORM 2500-REJEITAR                                     00002310
            WHEN OTHER                                                  00002320
              MOVE 'ACAO INVALIDA (C/A/R)'                              00002330
                                       TO MSGAPRVO                      00002340
           END-EVALUATE.                                                00002350
                                                                        00002360
       2000-88-ENVIAR.                                                  00002370
                                                                        00002380
           EXEC CICS SEND                                               00002390
             MAPSET('F06CIM7')                                          00002400
             MAP('MAPAPRV')                                             00002410
             DATAONLY                                                   00002420
           END-EXEC.                                                    00002430
                                                                        00002440
      *----------------------------------------------------------------*00002450
       2000-99-FIM.                              EXIT.                  00002460
      *----------------------------------------------------------------*00002470
                                                                        00002480
      *----------------------------------------------------------------*00002490
       2050-VERIFICAR-ACESSO                     SECTION.               00002500
      *----------------------------------------------------------------*00002510
      *    CONSULTA E PF8 EXIGEM A FUNCAO 'C'; APROVAR OU REJEITAR     *00002520
      *    EXIGE A FUNCAO 'A' (APROVA).                                *00002530
      *----------------------------------------------------------------*00002540
                                                                        00002550
           MOVE 'N'                    TO WRK-AUTORIZADO.               00002560
                                                                        00002570
           MOVE SPACES                 TO WRK-SEGCHK.                   00002580
           MOVE 'T069'                 TO WRK-SGC-TRANSACAO.            00002590
           IF EIBAID NOT EQUAL '8'                                      00002600
              AND (APACAOI EQUAL 'A' OR APACAOI EQUAL 'R')              00002610
              MOVE 'A'                 TO WRK-SGC-FUNCAO                00002620
           ELSE                                                         00002630
              MOVE 'C'                 TO WRK-SGC-FUNCAO                00002640
           END-IF.                                                      00002650
                                                                        00002660
           EXEC CICS LINK                                               00002670
              PROGRAM('F06CIS1')                                        00002680
              COMMAREA(WRK-SEGCHK)                                      00002690
              RESP(WRK-RET)                                             00002700
           END-EXEC.                                                    00002710
                                                                        00002720
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002730
              MOVE WRK-SGC-RETORNO     TO WRK-AUTORIZADO                00002740
           END-IF.                                                      00002750
                                                                        00002760
      *----------------------------------------------------------------*00002770
       2050-99-FIM.                              EXIT.                  00002780
      *----------------------------------------------------------------*00002790
                                                                        00002800
      *----------------------------------------------------------------*00002810
       2100-RETURN                               SECTION.               00002820
      *----------------------------------------------------------------*00002830
                                                                        00002840
           EXEC CICS SEND TEXT                                          00002850
             FROM (WRK-SAIDA)                                           00002860
             ERASE                                                      00002870
           END-EXEC                                                     00002880
           EXEC CICS                                                    00002890
             RETURN                                                     00002900
           END-EXEC.                                                    00002910
                                                                        00002920
      *----------------------------------------------------------------*00002930
       2100-99-FIM.                              EXIT.                  00002940
      *----------------------------------------------------------------*00002950
                                                                        00002960
      *----------------------------------------------------------------*00002970
       2200-PROXIMA-PENDENTE                     SECTION.               00002980
      *----------------------------------------------------------------*00002990
      *    VARRE O ARQPEND A PARTIR DA CHAVE DA TELA (EXCLUSIVE) ATE A *00003000
      *    PRIMEIRA CAPTURA AINDA PENDENTE. TELA SEM CHAVE COMECA DO   *00003010
      *    INICIO DO ARQUIVO (A MAIS ANTIGA).                          *00003020
      *----------------------------------------------------------------*00003030
                                                                        00003040
           IF WRK-CHAVE-TELA EQUAL SPACES                               00003050
              MOVE LOW-VALUES          TO WRK-CHAVE-PEND                00003060
           ELSE                                                         00003070
              MOVE WRK-CHAVE-TELA      TO WRK-CHAVE-PEND                00003080
           END-IF.                                                      00003090
                                                                        00003100
           EXEC CICS STARTBR                                            00003110
              FILE ('ARQPEND')                                          00003120
              RIDFLD(WRK-CHAVE-PEND)                                    00003130
              GTEQ                                                      00003140
              RESP(WRK-RET)                                             00003150
           END-EXEC.                                                    00003160
                                                                        00003170
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00003180
              PERFORM 2890-LIMPAR-TELA                                  00003190
              MOVE 'NAO HA CAPTURAS PENDENTES'                          00003200
                                       TO MSGAPRVO                      00003210
              GO TO 2200-99-FIM                                         00003220
           END-IF.                                                      00003230
                                                                        00003240
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00003250
           MOVE 'N' TO WRK-ACHOU.                                       00003260
           PERFORM 2210-LER-PENDENTE                                    00003270
               UNTIL WRK-FIM-BROWSE EQUAL 'S'.                          00003280
                                                                        00003290
           EXEC CICS ENDBR                                              00003300
              FILE ('ARQPEND')                                          00003310
           END-EXEC.                                                    00003320
                                                                        00003330
           IF WRK-ACHOU EQUAL 'S'                                       00003340
              PERFORM 2800-MOSTRAR-PENDENCIA                            00003350
              MOVE 'PENDENTE - INFORME A ACAO'                          00003360
                                       TO MSGAPRVO                      00003370
           ELSE                                                         00003380
              PERFORM 2890-LIMPAR-TELA                                  00003390
              MOVE 'FIM DAS CAPTURAS PENDENTES'                         00003400
                                       TO MSGAPRVO                      00003410
           END-IF.                                                      00003420
                                                                        00003430
      *----------------------------------------------------------------*00003440
       2200-99-FIM.                              EXIT.                  00003450
      *----------------------------------------------------------------*00003460
                                                                        00003470
      *----------------------------------------------------------------*00003480
       2210-LER-PENDENTE                         SECTION.               00003490
      *----------------------------------------------------------------*00003500
                                                                        00003510
           EXEC CICS READNEXT                                           00003520
              FILE ('ARQPEND')                                          00003530
              INTO(WRK-REG-PEND)                                        00003540
              RIDFLD(WRK-CHAVE-PEND)                                    00003550
              RESP(WRK-RET)                                             00003560
           END-EXEC.                                                    00003570
                                                                        00003580
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00003590
              MOVE 'S' TO WRK-FIM-BROWSE                                00003600
              GO TO 2210-99-FIM                                         00003610
           END-IF.                                                      00003620
                                                                        00003630
           IF WRK-PND-CHAVE EQUAL WRK-CHAVE-TELA                        00003640
              OR WRK-PND-SITUACAO NOT EQUAL 'P'                         00003650
              GO TO 2210-99-FIM                                         00003660
           END-IF.                                                      00003670
                                                                        00003680
           MOVE 'S' TO WRK-ACHOU.                                       00003690
           MOVE 'S' TO WRK-FIM-BROWSE.                                  00003700
                                                                        00003710
      *----------------------------------------------------------------*00003720
       2210-99-FIM.                              EXIT.                  00003730
      *----------------------------------------------------------------*00003740
                                                                        00003750
      *----------------------------------------------------------------*00003760
       2300-CONSULTAR                            SECTION.               00003770
      *----------------------------------------------------------------*00003780
                                                                        00003790
           EXEC CICS READ                                               00003800
              FILE ('ARQPEND')                                          00003810
              RIDFLD(WRK-CHAVE-PEND)                                    00003820
              INTO(WRK-REG-PEND)                                        00003830
              RESP(WRK-RET)                                             00003840
           END-EXEC.                                                    00003850
                                                                        00003860
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00003870
              PERFORM 2890-LIMPAR-TELA                                  00003880
              MOVE 'PENDENCIA NAO ENCONTRADA'                           00003890
                                       TO MSGAPRVO                      00003900
              GO TO 2300-99-FIM                                         00003910
           END-IF.                                                      00003920
                                                                        00003930
           PERFORM 2800-MOSTRAR-PENDENCIA.                              00003940
           MOVE 'CAPTURA ENCONTRADA'   TO MSGAPRVO.                     00003950
                                                                        00003960
      *----------------------------------------------------------------*00003970
       2300-99-FIM.                              EXIT.                  00003980
      *----------------------------------------------------------------*00003990
                                                                        00004000
      *----------------------------------------------------------------*00004010
       2400-APROVAR                              SECTION.               00004020
      *----------------------------------------------------------------*00004030
      *    A SITUACAO E REGRAVADA ANTES DE ENFILEIRAR; SE A MVCP       *00004040
      *    RECUSAR, O ROLLBACK DESFAZ A REGRAVACAO E A CAPTURA         *00004050
      *    CONTINUA PENDENTE.                                          *00004060
      *----------------------------------------------------------------*00004070
                                                                        00004080
           PERFORM 2600-LER-PARA-DECISAO.                               00004090
           IF WRK-FLAG NOT EQUAL 2                                      00004100
              GO TO 2400-99-FIM                                         00004110
           END-IF.                                                      00004120
                                                                        00004130
           MOVE 'A'                    TO WRK-PND-SITUACAO.             00004140
           PERFORM 2700-REGRAVAR-DECISAO.                               00004150
           IF WRK-FLAG NOT EQUAL 2                                      00004160
              GO TO 2400-99-FIM                                         00004170
           END-IF.                                                      00004180
                                                                        00004190
           MOVE WRK-PND-MOVIMENTO      TO FD-MOV2505.                   00004200
           MOVE WRK-DATA-EDIT(1:8)     TO FD-MOV-DATA.                  00004210
                                                                        00004220
           EXEC CICS WRITEQ TD                                          00004230
             QUEUE('MVCP')                                              00004240
             FROM(FD-MOV2505)                                           00004250
             LENGTH(65)                                                 00004260
             RESP(WRK-RET)                                              00004270
           END-EXEC.                                                    00004280
                                                                        00004290
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00004300
              EXEC CICS SYNCPOINT                                       00004310
                ROLLBACK                                                00004320
              END-EXEC                                                  00004330
              MOVE 'ERRO NA FILA - NAO APROVADA'                        00004340
                                       TO MSGAPRVO                      00004350
              GO TO 2400-99-FIM                                         00004360
           END-IF.                                                      00004370
                                                                        00004380
           PERFORM 2800-MOSTRAR-PENDENCIA.                              00004390
           MOVE 'CAPTURA APROVADA'     TO MSGAPRVO.                     00004400
           MOVE 'APROVADA '            TO WRK-ACAO-LOG.                 00004410
           PERFORM 2900-GRAVAR-LOG.                                     00004420
                                                                        00004430
      *----------------------------------------------------------------*00004440
       2400-99-FIM.                              EXIT.                  00004450
      *----------------------------------------------------------------*00004460
                                                                        00004470
      *----------------------------------------------------------------*00004480
       2500-REJEITAR                             SECTION.               00004490
      *----------------------------------------------------------------*00004500
                                                                        00004510
           PERFORM 2600-LER-PARA-DECISAO.                               00004520
           IF WRK-FLAG NOT EQUAL 2                                      00004530
              GO TO 2500-99-FIM                                         00004540
           END-IF.                                                      00004550
                                                                        00004560
           MOVE 'R'                    TO WRK-PND-SITUACAO.             00004570
           PERFORM 2700-REGRAVAR-DECISAO.                               00004580
           IF WRK-FLAG NOT EQUAL 2                                      00004590
              GO TO 2500-99-FIM                                         00004600
           END-IF.                                                      00004610
                                                                        00004620
           PERFORM 2800-MOSTRAR-PENDENCIA.                              00004630
           MOVE 'CAPTURA REJEITADA'    TO MSGAPRVO.                     00004640
           MOVE 'REJEITADA'            TO WRK-ACAO-LOG.                 00004650
           PERFORM 2900-GRAVAR-LOG.                                     00004660
                                                                        00004670
      *----------------------------------------------------------------*00004680
       2500-99-FIM.                              EXIT.                  00004690
      *----------------------------------------------------------------*00004700
                                                                        00004710
      *----------------------------------------------------------------*00004720
       2600-LER-PARA-DECISAO                     SECTION.               00004730
      *----------------------------------------------------------------*00004740
      *    SO CAPTURA PENDENTE PODE SER DECIDIDA, E NUNCA PELO MESMO   *00004750
      *    USUARIO QUE A CAPTUROU (O USUARIO ASSINADO VEM DA ROTINA    *00004760
      *    DE SEGURANCA). RECUSA DEIXA WRK-FLAG = 3.                   *00004770
      *----------------------------------------------------------------*00004780
                                                                        00004790
           EXEC CICS READ                                               00004800
              FILE ('ARQPEND')                                          00004810
              RIDFLD(WRK-CHAVE-PEND)                                    00004820
              INTO(WRK-REG-PEND)                                        00004830
              UPDATE                                                    00004840
              RESP(WRK-RET)                                             00004850
           END-EXEC.                                                    00004860
                                                                        00004870
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00004880
              PERFORM 2890-LIMPAR-TELA                                  00004890
              MOVE 'PENDENCIA NAO ENCONTRADA'                           00004900
                                       TO MSGAPRVO                      00004910
              MOVE 3 TO WRK-FLAG                                        00004920
              GO TO 2600-99-FIM                                         00004930
           END-IF.                                                      00004940
                                                                        00004950
           IF WRK-PND-SITUACAO NOT EQUAL 'P'                            00004960
              EXEC CICS UNLOCK                                          00004970
                 FILE ('ARQPEND')                                       00004980
              END-EXEC                                                  00004990
              PERFORM 2800-MOSTRAR-PENDENCIA                            00005000
              MOVE 'CAPTURA JA DECIDIDA'                                00005010
                                       TO MSGAPRVO                      00005020
              MOVE 3 TO WRK-FLAG                                        00005030
              GO TO 2600-99-FIM                                         00005040
           END-IF.                                                      00005050
                                                                        00005060
           IF WRK-PND-USU-CAPT EQUAL WRK-SGC-USUARIO                    00005070
              EXEC CICS UNLOCK                                          00005080
                 FILE ('ARQPEND')                                       00005090
              END-EXEC                                                  00005100
              PERFORM 2800-MOSTRAR-PENDENCIA                            00005110
              MOVE 'DECISAO EXIGE OUTRO USUARIO'                        00005120
                                       TO MSGAPRVO                      00005130
              MOVE 'RECUSADA '         TO WRK-ACAO-LOG                  00005140
              PERFORM 2900-GRAVAR-LOG                                   00005150
              MOVE 3 TO WRK-FLAG                                        00005160
              GO TO 2600-99-FIM                                         00005170
           END-IF.                                                      00005180
                                                                        00005190
      *----------------------------------------------------------------*00005200
       2600-99-FIM.                              EXIT.                  00005210
      *----------------------------------------------------------------*00005220
                                                                        00005230
      *----------------------------------------------------------------*00005240
       2700-REGRAVAR-DECISAO                     SECTION.               00005250
      *----------------------------------------------------------------*00005260
                                                                        00005270
           EXEC CICS ASKTIME                                            00005280
             ABSTIME(WRK-ABSTIME)                                       00005290
           END-EXEC.                                                    00005300
           EXEC CICS FORMATTIME                                         00005310
             ABSTIME(WRK-ABSTIME)                                       00005320
             DDMMYYYY(WRK-DATA-EDIT)                                    00005330
             YYYYMMDD(WRK-DATA-AAAAMMDD)                                00005340
             TIME(WRK-HORA-HHMMSS)                                      00005350
           END-EXEC.                                                    00005360
                                                                        00005370
           MOVE WRK-SGC-USUARIO        TO WRK-PND-USU-DECISAO.          00005380
           MOVE WRK-DATA-AAAAMMDD      TO WRK-PND-DATA-DECISAO.         00005390
           MOVE WRK-HORA-HHMMSS        TO WRK-PND-HORA-DECISAO.         00005400
                                                                        00005410
           EXEC CICS REWRITE                                            00005420
              FILE ('ARQPEND')                                          00005430
              FROM(WRK-REG-PEND)                                        00005440
              RESP(WRK-RET)                                             00005450
           END-EXEC.                                                    00005460
                                                                        00005470
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00005480
              MOVE 'ERRO NA REGRAVACAO' TO MSGAPRVO                     00005490
              MOVE 3 TO WRK-FLAG                                        00005500
           END-IF.                                                      00005510
                                                                        00005520
      *----------------------------------------------------------------*00005530
       2700-99-FIM.                              EXIT.                  00005540
      *----------------------------------------------------------------*00005550
                                                                        00005560
      *----------------------------------------------------------------*00005570
       2800-MOSTRAR-PENDENCIA                    SECTION.               00005580
      *----------------------------------------------------------------*00005590
                                                                        00005600
           MOVE WRK-PND-MOVIMENTO      TO FD-MOV2505.                   00005610
                                                                        00005620
           MOVE WRK-PND-CHAVE          TO APCHVO.                       00005630
           MOVE FD-MOV2505-AGENCIA     TO APAGEO.                       00005640
           MOVE FD-MOV2505-CONTA       TO APCONTAO.                     00005650
           MOVE FD-MOVIMENTO           TO APDESCRO.                     00005660
           MOVE FD-VALORMOV            TO WRK-VALOR-EDIT.               00005670
           MOVE WRK-VALOR-EDIT         TO APVALORO.                     00005680
           MOVE FD-TIPOMOV             TO APTIPOO.                      00005690
           MOVE WRK-PND-USU-CAPT       TO APUSUCO.                      00005700
           MOVE WRK-PND-DATA-CAPT(7:2) TO WRK-DTL-DIA.                  00005710
           MOVE WRK-PND-DATA-CAPT(5:2) TO WRK-DTL-MES.                  00005720
           MOVE WRK-PND-DATA-CAPT(1:4) TO WRK-DTL-ANO.                  00005730
           MOVE WRK-DATA-TELA          TO APDATAO.                      00005740
           MOVE WRK-PND-SITUACAO       TO APSITO.                       00005750
                                                                        00005760
      *----------------------------------------------------------------*00005770
       2800-99-FIM.                              EXIT.                  00005780
      *----------------------------------------------------------------*00005790
                                                                        00005800
      *----------------------------------------------------------------*00005810
       2890-LIMPAR-TELA                          SECTION.               00005820
      *----------------------------------------------------------------*00005830
                                                                        00005840
           MOVE SPACES TO APAGEO APCONTAO APDESCRO APVALORO APTIPOO     00005850
                          APUSUCO APDATAO APSITO.                       00005860
                                                                        00005870
      *----------------------------------------------------------------*00005880
       2890-99-FIM.                              EXIT.                  00005890
      *----------------------------------------------------------------*00005900
                                                                        00005910
      *----------------------------------------------------------------*00005920
       2900-GRAVAR-LOG                           SECTION.               00005930
      *----------------------------------------------------------------*00005940
                                                                        00005950
           MOVE SPACES                 TO WRK-LOG.                      00005960
           MOVE '4'                    TO WRK-LOG-TIPO.                 00005970
           MOVE 'C'                    TO WRK-LOG-ORIGEM.               00005980
           MOVE 'F06CIP9'              TO WRK-PROGRAMA.                 00005990
           MOVE '2900'                 TO WRK-SECTION.                  00006000
           MOVE WRK-ACAO-LOG           TO WRK-MSG-ERRO(1:9).            00006010
           MOVE WRK-CHAVE-PEND         TO WRK-MSG-ERRO(11:18).          00006020
           MOVE WRK-SGC-USUARIO        TO WRK-STATUS.                   00006030
           MOVE EIBAID                 TO WRK-LOG-EIBAID.               00006040
           MOVE EIBTRMID               TO WRK-LOG-TERMINAL.             00006050
           MOVE EIBDATE                TO WRK-LOG-DATA.                 00006060
           MOVE EIBTIME                TO WRK-LOG-HORA.                 00006070
                                                                        00006080
           CALL WRK-GRV                USING WRK-LOG.                   00006090
                                                                        00006100
      *----------------------------------------------------------------*00006110
       2900-99-FIM.                              EXIT.                  00006120
      *----------------------------------------------------------------*00006130
                                                                        00006140
      *----------------------------------------------------------------*00006150
       3000-FINALIZAR                            SECTION.               00006160
      *----------------------------------------------------------------*00006170
                                                                        00006180
           IF WRK-FLAG EQUAL 1                                          00006190
              EXEC CICS SEND                                            00006200
                MAPSET('F06CIM7')                                       00006210
                MAP('MAPAPRV')                                          00006220
                ERASE                                                   00006230
                MAPONLY                                                 00006240
              END-EXEC                                                  00006250
           END-IF.                                                      00006260
                                                                        00006270
      *----------------------------------------------------------------*00006280
       3000-99-FIM.                             EXIT.                   00006290
      *----------------------------------------------------------------*00006300
