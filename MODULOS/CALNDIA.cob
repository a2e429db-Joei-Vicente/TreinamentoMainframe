      *                            UTIL (SE JA FOR UTIL, MANTEM).       00002300
      *               FUNCAO 'P' - PROXIMO DIA UTIL ESTRITAMENTE        00002310
      *                            POSTERIOR A DATA INFORMADA.          00002320
      *               FUNCAO 'A' - DIA UTIL ESTRITAMENTE ANTERIOR A     00002346
      *                            DATA INFORMADA.                      00002372
      *                                                                 00002400
      *----------------------------------------------------------------*00002500
      *     INPUT:                                                      00002600
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     MANUTENCAO:                                                 00003100
      *     15/10/2026 JL - FUNCAO 'A' (DIA UTIL ANTERIOR), PARA        00003125
      *                     CONTAR PRAZOS PARA TRAS, COMO A DATA DE     00003150
      *                     PAGAMENTO DAS FERIAS DO FR06DB28.           00003175
      *                                                                 00003200
      *================================================================*00003300
                                                                        00003400
              PERFORM 3000-PROXIMO-DIA-UTIL                             00014600
            WHEN 'P'                                                    00014610
              PERFORM 3200-DIA-UTIL-POSTERIOR                           00014620
            WHEN 'A'                                                    00014646
              PERFORM 3300-DIA-UTIL-ANTERIOR                            00014672
            WHEN OTHER                                                  00014700
              MOVE '1'                 TO WRK-CAL-RETORNO               00014800
           END-EVALUATE.                                                00014900
      *----------------------------------------------------------------*00042800
       3200-99-FIM.            EXIT.                                    00042900
      *----------------------------------------------------------------*00043000
      *----------------------------------------------------------------*00043100
       3300-DIA-UTIL-ANTERIOR             SECTION.                      00043200
      *----------------------------------------------------------------*00043300
            PERFORM 2100-VALIDAR-DATA.                                  00043400
            IF WRK-CAL-RETORNO         EQUAL '1'                        00043500
                GO TO 3300-99-FIM                                       00043600
            END-IF.                                                     00043700
            MOVE ZEROS                 TO WRK-QT-AVANCOS.               00043800
            MOVE '1'                   TO WRK-CAL-RETORNO.              00043900
            PERFORM 3310-RECUAR-UM-DIA                                  00044000
                UNTIL WRK-CAL-RETORNO EQUAL '0'                         00044100
                   OR WRK-QT-AVANCOS GREATER 30.                        00044200
            IF WRK-QT-AVANCOS GREATER 30                                00044300
                MOVE '1'               TO WRK-CAL-RETORNO               00044400
            END-IF.                                                     00044500
      *----------------------------------------------------------------*00044600
       3300-99-FIM.            EXIT.                                    00044700
      *----------------------------------------------------------------*00044800
      *----------------------------------------------------------------*00044900
       3310-RECUAR-UM-DIA                 SECTION.                      00045000
      *----------------------------------------------------------------*00045100
            IF WRK-CAL-DIA GREATER 1                                    00045200
                SUBTRACT 1             FROM WRK-CAL-DIA                 00045300
            ELSE                                                        00045400
                IF WRK-CAL-MES GREATER 1                                00045500
                    SUBTRACT 1         FROM WRK-CAL-MES                 00045600
                ELSE                                                    00045700
                    MOVE 12            TO WRK-CAL-MES                   00045800
                    SUBTRACT 1         FROM WRK-CAL-ANO                 00045900
                END-IF                                                  00046000
                MOVE WRK-DIAS-MES(WRK-CAL-MES) TO WRK-ULTIMO-DIA        00046100
                PERFORM 2110-TESTAR-BISSEXTO                            00046200
                IF WRK-CAL-MES EQUAL 2 AND WRK-BISSEXTO EQUAL 'S'       00046300
                    MOVE 29            TO WRK-ULTIMO-DIA                00046400
                END-IF                                                  00046500
                MOVE WRK-ULTIMO-DIA    TO WRK-CAL-DIA                   00046600
            END-IF.                                                     00046700
            ADD 1                      TO WRK-QT-AVANCOS.               00046800
            PERFORM 2000-CLASSIFICAR-DATA.                              00046900
      *----------------------------------------------------------------*00047000
       3310-99-FIM.            EXIT.                                    00047100
      *----------------------------------------------------------------*00047200
