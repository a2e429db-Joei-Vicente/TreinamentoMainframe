      *       ARQPERM               I                     B#SEGPRM     *00000310
      *----------------------------------------------------------------*00000320
      *   MANUTENCAO:                                                  *00000330
      *   15/10/2026 JL - NOVA FUNCAO 'A' APROVA (FLAG WRK-PRM-APROVA  *00000332
      *   DO B#SEGPRM), PEDIDA PELA TRANSACAO DE APROVACAO DE          *00000334
      *   CAPTURAS ACIMA DA DUPLA ALCADA (F06CIP9/T069).               *00000336
      *================================================================*00000340
                                                                        00000350
      *================================================================*00000360
              IF WRK-PRM-BROWSE EQUAL 'S'                               00002190
                 MOVE 'S' TO WRK-SGC-RETORNO                            00002200
              END-IF                                                    00002210
            WHEN 'A'                                                    00002212
              IF WRK-PRM-APROVA EQUAL 'S'                               00002214
                 MOVE 'S' TO WRK-SGC-RETORNO                            00002216
              END-IF                                                    00002218
            WHEN OTHER                                                  00002220
              MOVE 'FUNCAO DESCONHECIDA ' TO WRK-MOTIVO                 00002230
           END-EVALUATE.                                                00002240
