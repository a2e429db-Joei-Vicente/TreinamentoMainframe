      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     MANUTENCAO:                                                 00003700
      *     15/10/2026 JL - TRANSFERENCIAS ENTRE ARMAZENS (MOVEST TIPOS 00003725
      *                     'T' E 'R') NAO CONTAM NO GIRO: SO MUDAM O   00003750
      *                     PRODUTO DE LUGAR.                           00003775
      *                                                                 00003800
      *================================================================*00003900
                                                                        00004000
                                                                        00035400
            IF FD-MVE-COD NOT NUMERIC                                   00035500
               OR FD-MVE-QTDE NOT NUMERIC                               00035600
               OR FD-MVE-TIPO EQUAL 'T' OR 'R'                          00035650
                GO TO 2200-99-FIM                                       00035700
            END-IF.                                                     00035800
                                                                        00035900
