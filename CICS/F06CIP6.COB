      *       FUNC                  I                     B#FUNC       *00000330
      *       VSAMPRJ               I                     B#PROJM      *00000340
      *       PRJC (TDQ)            O                     --------     *00000350
      *     MODULOS.....:                                              *00000353
      *       CALNDIA - CALENDARIO DE DIAS UTEIS                       *00000356
      *----------------------------------------------------------------*00000360
      *   MANUTENCAO:                                                  *00000370
      *   15/10/2026 JL - A DATA DO APONTAMENTO (DDMMAAAA) PASSA A SER *00000372
      *                   VALIDADA NO CALNDIA E SEGUE NA CAPTURA, APOS *00000374
      *                   O LAYOUT DO PROJ3 (LRECL 36), PARA O CALCULO *00000376
      *                   DE HORAS EXTRAS POR TIPO DE DIA (FR06DB29).  *00000378
      *================================================================*00000380
                                                                        00000390
      *================================================================*00000400
          05 WRK-CAP-ID                PIC X(05).                       00000910
          05 WRK-CAP-PROJETO           PIC X(20).                       00000920
          05 WRK-CAP-QTHORAS           PIC 9(03).                       00000930
          05 WRK-CAP-DATA              PIC X(08).                       00000932
                                                                        00000934
        COPY '#CALNDIA'.                                                00000936
                                                                        00000940
       77 WRK-FLAG                     PIC 9  VALUE ZEROS.              00000950
                                                                        00000960
              GO TO 2200-99-FIM                                         00002140
           END-IF.                                                      00002150
                                                                        00002160
           MOVE 'V'                    TO WRK-CAL-FUNCAO.               00002161
           MOVE DATAMI                 TO WRK-CAL-DATA.                 00002162
           CALL 'CALNDIA'              USING WRK-CALNDIA.               00002163
           IF WRK-CAL-RETORNO EQUAL '1'                                 00002164
              MOVE 'DATA INVALIDA' TO MSGHORAO                          00002165
              MOVE 3 TO WRK-FLAG                                        00002166
              GO TO 2200-99-FIM                                         00002167
           END-IF.                                                      00002168
                                                                        00002169
           IF HORASI NOT NUMERIC                                        00002170
              OR HORASI EQUAL ZEROS                                     00002180
              MOVE 'HORAS INVALIDAS' TO MSGHORAO                        00002190
           MOVE FUNCIDI                TO WRK-CAP-ID.                   00002950
           MOVE PROJI                  TO WRK-CAP-PROJETO.              00002960
           MOVE HORASI                 TO WRK-CAP-QTHORAS.              00002970
           MOVE DATAMI                 TO WRK-CAP-DATA.                 00002975
                                                                        00002980
           EXEC CICS WRITEQ TD                                          00002990
             QUEUE('PRJC')                                              00003000
             FROM(WRK-REG-CAPTURA)                                      00003010
             LENGTH(36)                                                 00003020
             RESP(WRK-RET)                                              00003030
           END-EXEC.                                                    00003040
                                                                        00003050
