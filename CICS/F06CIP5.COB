      *                   FUNDE NO MOV2505 DA NOITE. O VALOR E         *00000260
      *                   DIGITADO COM DUAS CASAS DECIMAIS IMPLICITAS  *00000261
      *                   (10 DIGITOS, CADEIA COM CENTAVOS).           *00000262
      *                   TRANSFERENCIA ('T') SO POR CHAVE DE          *00000264
      *                   PAGAMENTO (CHTIP + CHAVE).                   *00000266
      *                   PF3 ENCERRA.                                 *00000268
      *----------------------------------------------------------------*00000270
      *     ARQUIVOS....:                                              *00000280
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000290
      *       ARQCLI                I                     B#CLI        *00000300
      *       MVCP (TDQ)            O                     B#MOV25      *00000310
      *       ARQPARM               I                     B#PARAM      *00000313
      *       ARQPEND               O                     B#PEND       *00000316
      *----------------------------------------------------------------*00000320
      *   MANUTENCAO:                                                  *00000321
      *   15/10/2026 JL - TIPO 'T' PASSA A SER ACEITO NA CAPTURA: A    *00000322
      *   TRANSFERENCIA E ENDERECADA POR CHAVE DE PAGAMENTO (CAMPOS    *00000323
      *   CHTIP - 'F' CPF / 'J' CNPJ / 'E' E-MAIL / 'C' CELULAR /      *00000324
      *   'A' ALEATORIA - E CHAVE DO MAPA), QUE VAI NA DESCRICAO DO    *00000325
      *   MOVIMENTO (FD-MOV-CHAVE-PAG) COM A CONTRAPARTIDA EM BRANCO.  *00000326
      *   A CONTA DA CHAVE E RESOLVIDA A NOITE PELO FR06C110 NO        *00000327
      *   DIRETORIO B#CHVPG. PARA 'C'/'D' A CHAVE FICA EM BRANCO.      *00000328
      *   15/10/2026 JL - DUPLA ALCADA: CAPTURA COM VALOR ACIMA DO     *00000329
      *   PARAMETRO LIMITE-DUPLA-ALCADA (REAIS INTEIROS, LIDO NO KSDS  *00000330
      *   ARQPARM CARREGADO A NOITE PELO FR06C114; PADRAO 10.000) NAO  *00000331
      *   VAI MAIS DIRETO PARA A MVCP: E GRAVADA COMO PENDENTE NO KSDS *00000332
      *   ARQPEND (B#PEND) COM O USUARIO ASSINADO, E SO ENTRA NA FILA  *00000333
      *   QUANDO UM SUPERVISOR, OUTRO USUARIO, A APROVA NO F06CIP9     *00000334
      *   (T069). O CORTE DA NOITE LISTA AS PENDENTES (FR06C115).      *00000335
      *================================================================*00000340
                                                                        00000350
      *================================================================*00000360
           '***  AREA DO MOVIMENTO CAPTURADO (B#MOV25)  ***'.           00000770
      *----------------------------------------------------------------*00000780
                                                                        00000790
        COPY 'B#MOV25'.                                                 00000791
                                                                        00000792
      *----------------------------------------------------------------*00000793
       01 FILLER                       PIC  X(050)         VALUE        00000794
           '***  AREA DA DUPLA ALCADA (ARQPARM/ARQPEND)  ***'.          00000795
      *----------------------------------------------------------------*00000796
                                                                        00000797
        COPY 'B#PARAM'.                                                 00000798
        COPY 'B#PEND'.                                                  00000799
                                                                        00000800
       01 WRK-CHAVE-PARAM              PIC X(20) VALUE                  00000801
                                       'LIMITE-DUPLA-ALCADA'.           00000802
       77 WRK-LIMITE-ALCADA            PIC 9(08) VALUE 00010000.        00000803
       77 WRK-USUARIO                  PIC X(08) VALUE SPACES.          00000804
       77 WRK-DATA-AAAAMMDD            PIC X(08) VALUE SPACES.          00000805
       77 WRK-HORA-HHMMSS              PIC X(06) VALUE SPACES.          00000806
                                                                        00000810
      *----------------------------------------------------------------*00000820
       01 FILLER                       PIC  X(050)         VALUE        00000830
           END-IF.                                                      00002080
                                                                        00002090
           IF DESCRI EQUAL SPACES                                       00002100
              AND TIPOI NOT EQUAL 'T'                                   00002105
              MOVE 'DESCRICAO EM BRANCO' TO MSGCAPTO                    00002110
              MOVE 3 TO WRK-FLAG                                        00002120
              GO TO 2200-99-FIM                                         00002130
              GO TO 2200-99-FIM                                         00002190
           END-IF.                                                      00002200
                                                                        00002210
           IF TIPOI NOT EQUAL 'C' AND TIPOI NOT EQUAL 'D'               00002211
              AND TIPOI NOT EQUAL 'T'                                   00002212
              MOVE 'TIPO DEVE SER C, D OU T' TO MSGCAPTO                00002213
              MOVE 3 TO WRK-FLAG                                        00002214
              GO TO 2200-99-FIM                                         00002215
           END-IF.                                                      00002216
                                                                        00002217
           IF TIPOI NOT EQUAL 'T'                                       00002218
              IF (CHTIPI NOT EQUAL SPACES AND LOW-VALUES)               00002219
                 OR (CHAVEI NOT EQUAL SPACES AND LOW-VALUES)            00002220
                 MOVE 'CHAVE SO PARA TRANSFERENCIA' TO MSGCAPTO         00002221
                 MOVE 3 TO WRK-FLAG                                     00002222
              END-IF                                                    00002223
              GO TO 2200-99-FIM                                         00002224
           END-IF.                                                      00002225
                                                                        00002226
           IF CHTIPI NOT EQUAL 'F' AND CHTIPI NOT EQUAL 'J'             00002227
              AND CHTIPI NOT EQUAL 'E' AND CHTIPI NOT EQUAL 'C'         00002228
              AND CHTIPI NOT EQUAL 'A'                                  00002229
              MOVE 'TIPO DE CHAVE INVALIDO' TO MSGCAPTO                 00002230
              MOVE 3 TO WRK-FLAG                                        00002231
              GO TO 2200-99-FIM                                         00002232
           END-IF.                                                      00002233
                                                                        00002234
           IF CHAVEI EQUAL SPACES OR CHAVEI EQUAL LOW-VALUES            00002235
              MOVE 'CHAVE EM BRANCO' TO MSGCAPTO                        00002236
              MOVE 3 TO WRK-FLAG                                        00002240
              GO TO 2200-99-FIM                                         00002250
           END-IF.                                                      00002260
           MOVE WRK-VALOR-NUM          TO FD-VALORMOV.                  00002710
           MOVE TIPOI                  TO FD-TIPOMOV.                   00002720
           MOVE SPACES                 TO FD-MOV2505-CONTRA.            00002730
           IF TIPOI EQUAL 'T'                                           00002732
              MOVE CHTIPI              TO FD-CHP-TIPO                   00002734
              MOVE CHAVEI              TO FD-CHP-CHAVE                  00002736
           END-IF.                                                      00002738
                                                                        00002740
           EXEC CICS ASKTIME                                            00002750
             ABSTIME(WRK-ABSTIME)                                       00002760
             DDMMYYYY(WRK-DATA-EDIT)                                    00002800
           END-EXEC.                                                    00002810
           MOVE WRK-DATA-EDIT(1:8)     TO FD-MOV-DATA.                  00002820
                                                                        00002824
           PERFORM 2450-OBTER-LIMITE.                                   00002828
           IF WRK-VALOR-NUM GREATER WRK-LIMITE-ALCADA                   00002832
              PERFORM 2500-GRAVAR-PENDENCIA                             00002836
              GO TO 2400-99-FIM                                         00002840
           END-IF.                                                      00002844
                                                                        00002850
           EXEC CICS WRITEQ TD                                          00002860
             QUEUE('MVCP')                                              00002870
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002930
              MOVE 'MOVIMENTO CAPTURADO' TO MSGCAPTO                    00002940
           ELSE                                                         00002950
              MOVE 'ERRO NA GRAVACAO DA FILA' TO MSGCAPTO               00002951
           END-IF.                                                      00002952
                                                                        00002953
      *----------------------------------------------------------------*00002954
       2400-99-FIM.                              EXIT.                  00002955
      *----------------------------------------------------------------*00002956
                                                                        00002957
      *----------------------------------------------------------------*00002958
       2450-OBTER-LIMITE                         SECTION.               00002959
      *----------------------------------------------------------------*00002960
      *    SEM O PARAMETRO NO ARQPARM (OU NAO NUMERICO) VALE O PADRAO. *00002961
      *----------------------------------------------------------------*00002962
                                                                        00002963
           EXEC CICS READ                                               00002964
              FILE ('ARQPARM')                                          00002965
              RIDFLD(WRK-CHAVE-PARAM)                                   00002966
              INTO(WRK-REG-PARAM)                                       00002967
              RESP(WRK-RET)                                             00002968
           END-EXEC.                                                    00002969
                                                                        00002970
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002971
              AND WRK-PARAM-VALOR(1:8) NUMERIC                          00002972
              MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIMITE-ALCADA            00002973
           END-IF.                                                      00002974
                                                                        00002975
      *----------------------------------------------------------------*00002976
       2450-99-FIM.                              EXIT.                  00002977
      *----------------------------------------------------------------*00002978
                                                                        00002979
      *----------------------------------------------------------------*00002980
       2500-GRAVAR-PENDENCIA                     SECTION.               00002981
      *----------------------------------------------------------------*00002982
      *    A CAPTURA FICA NO ARQPEND COM O OPERADOR ASSINADO; A CHAVE  *00002983
      *    E A DATA/HORA DA CAPTURA MAIS O TERMINAL.                   *00002984
      *----------------------------------------------------------------*00002985
                                                                        00002986
           EXEC CICS ASSIGN                                             00002987
              USERID(WRK-USUARIO)                                       00002988
              RESP(WRK-RET)                                             00002989
           END-EXEC.                                                    00002990
                                                                        00002991
           EXEC CICS FORMATTIME                                         00002992
             ABSTIME(WRK-ABSTIME)                                       00002993
             YYYYMMDD(WRK-DATA-AAAAMMDD)                                00002994
             TIME(WRK-HORA-HHMMSS)                                      00002995
           END-EXEC.                                                    00002996
                                                                        00002997
           MOVE SPACES                 TO WRK-REG-PEND.                 00002998
           MOVE WRK-DATA-AAAAMMDD      TO WRK-PND-DATA-CAPT.            00002999
           MOVE WRK-HORA-HHMMSS        TO WRK-PND-HORA-CAPT.            00003000
           MOVE EIBTRMID               TO WRK-PND-TERMINAL.             00003001
           MOVE FD-MOV2505             TO WRK-PND-MOVIMENTO.            00003002
           MOVE WRK-USUARIO            TO WRK-PND-USU-CAPT.             00003003
           MOVE 'P'                    TO WRK-PND-SITUACAO.             00003004
           MOVE ZEROS                  TO WRK-PND-DATA-DECISAO          00003005
                                          WRK-PND-HORA-DECISAO.         00003006
                                                                        00003007
           EXEC CICS WRITE                                              00003008
              FILE ('ARQPEND')                                          00003009
              FROM(WRK-REG-PEND)                                        00003010
              RIDFLD(WRK-PND-CHAVE)                                     00003011
              RESP(WRK-RET)                                             00003012
           END-EXEC.                                                    00003013
                                                                        00003014
           EVALUATE TRUE                                                00003015
            WHEN WRK-RET EQUAL DFHRESP(NORMAL)                          00003016
              MOVE 'ACIMA DA ALCADA - P/ APROVACAO'                     00003017
                                       TO MSGCAPTO                      00003018
            WHEN WRK-RET EQUAL DFHRESP(DUPREC)                          00003019
              MOVE 'CAPTURA REPETIDA - REENVIAR'                        00003020
                                       TO MSGCAPTO                      00003021
            WHEN OTHER                                                  00003022
              MOVE 'ERRO NA GRAVACAO DA PENDENCIA'                      00003023
                                       TO MSGCAPTO                      00003024
           END-EVALUATE.                                                00003025
                                                                        00003026
      *----------------------------------------------------------------*00003027
       2500-99-FIM.                              EXIT.                  00003028
      *----------------------------------------------------------------*00003029
                                                                        00003030
      *----------------------------------------------------------------*00003031
       3000-FINALIZAR                            SECTION.               00003040
      *----------------------------------------------------------------*00003050
                                                                        00003060
