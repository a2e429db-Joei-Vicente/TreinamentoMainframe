      *                                                                 00002800
      *----------------------------------------------------------------*00002900
      *     MANUTENCAO:                                                 00003000
      *     15/10/2026 JL - LINHA CANCELADA (SITUACAO 'C') FICA FORA    00003033
      *                     DO AGING, COMO A LINHA JA RECEBIDA.         00003066
      *                                                                 00003100
      *================================================================*00003200
                                                                        00003300
            MOVE FD-PEDMST TO WRK-REG-PEDIDO.                           00024600
                                                                        00024700
            IF WRK-PED-SITUACAO NOT EQUAL 'R'                           00024800
               AND WRK-PED-SITUACAO NOT EQUAL 'C'                       00024850
                PERFORM 2100-AVALIAR-PEDIDO                             00024900
            END-IF.                                                     00025000
                                                                        00025100
