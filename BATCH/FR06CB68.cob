      *     DDNAME           I/O                                        00002800
      *     PARCENT           I   (MESTRE ATUAL - LRECL 50)             00002900
      *     SAIPARC           I   (PLANOS NOVOS - LRECL 30)             00003000
      *     PARCEMP           I   (EMPRESTIMOS NOVOS - LRECL 50)        00003001
      *     MOV2505           I   (MOVIMENTO APLICADO - LRECL 65)       00003100
      *     PARCSAI           O   (MESTRE NOVO - LRECL 50)              00003200
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *                                                                 00003501
      *     15/10/2026 JL - PASSA A INCORPORAR TAMBEM AS PARCELAS DOS   00003502
      *                     EMPRESTIMOS CONTRATADOS NO FR06C125         00003503
      *                     (PARCEMP, LAYOUT B#PARCM COM CENTAVOS E     00003504
      *                     NUMERO DO CONTRATO). A BAIXA COMPARA O      00003505
      *                     VALOR COM OS CENTAVOS E, NOS DEBITOS        00003506
      *                     'PARCELA NNN/QQQ EMPR CCCCCCCC', TAMBEM O   00003507
      *                     CONTRATO. TABELA AMPLIADA PARA 5000.        00003508
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
                FILE STATUS            IS WRK-FS-PARCENT.               00005600
             SELECT SAIPARC            ASSIGN TO SAIPARC                00005700
                FILE STATUS            IS WRK-FS-SAIPARC.               00005800
             SELECT PARCEMP            ASSIGN TO PARCEMP                00005801
                FILE STATUS            IS WRK-FS-PARCEMP.               00005802
             SELECT MOV2505            ASSIGN TO MOV2505                00005900
                FILE STATUS            IS WRK-FS-MOV2505.               00006000
             SELECT PARCSAI            ASSIGN TO PARCSAI                00006100
          05 FD-SPC-AGENCIA            PIC X(04).                       00008400
          05 FD-SPC-CONTA              PIC X(04).                       00008500
          05 FILLER                    PIC X(06).                       00008600
                                                                        00008601
       FD PARCEMP                                                       00008602
           RECORDING MODE IS F                                          00008603
           BLOCK CONTAINS 0 RECORDS.                                    00008604
       01 FD-PARCEMP                   PIC X(50).                       00008605
                                                                        00008700
       FD MOV2505                                                       00008800
           RECORDING MODE IS F                                          00008900
      *----------------------------------------------------------------*00011200
                                                                        00011300
       01 WRK-TAB-PARCELAS.                                             00011400
          05 WRK-TAB-PAR-ITEM          OCCURS 5000 TIMES.               00011500
             10 WRK-PAR-REGISTRO       PIC X(50).                       00011600
                                                                        00011700
       77 WRK-QT-PARCELAS              PIC 9(04) VALUE ZEROS.           00011800
       77 WRK-IDX-PAR                  PIC 9(04) VALUE ZEROS.           00011900
       77 WRK-PAR-ACHADA               PIC 9(04) VALUE ZEROS.           00012000
       77 WRK-NUM-MOV                  PIC X(03) VALUE SPACES.          00012100
       77 WRK-CONTRATO-MOV             PIC X(08) VALUE SPACES.          00012101
       77 WRK-VALOR-PARCELA            PIC 9(05)V99 VALUE ZEROS.        00012102
                                                                        00012200
      *----------------------------------------------------------------*00012300
       01 FILLER                       PIC X(50)               VALUE    00012400
       77 WRK-FS-SAIPARC               PIC X(02) VALUE SPACES.          00012900
       77 WRK-FS-MOV2505               PIC X(02) VALUE SPACES.          00013000
       77 WRK-FS-PARCSAI               PIC X(02) VALUE SPACES.          00013100
       77 WRK-FS-PARCEMP               PIC X(02) VALUE SPACES.          00013101
       77 WRK-ACU-ANTERIOR             PIC 9(05) VALUE ZEROS.           00013200
       77 WRK-ACU-NOVAS                PIC 9(05) VALUE ZEROS.           00013300
       77 WRK-ACU-BAIXADAS             PIC 9(05) VALUE ZEROS.           00013400
                                                                        00017200
            PERFORM 1100-CARREGAR-MESTRE.                               00017300
            PERFORM 1200-CARREGAR-PLANOS-NOVOS.                         00017400
            PERFORM 1300-CARREGAR-EMPRESTIMOS.                          00017401
                                                                        00017500
            OPEN INPUT MOV2505.                                         00017600
            IF WRK-FS-MOV2505 EQUAL '35'                                00017700
            MOVE FD-SPC-VALOR     TO WRK-PCM-VALOR.                     00027400
            MOVE 'A'              TO WRK-PCM-SITUACAO.                  00027500
            MOVE ZEROS            TO WRK-PCM-DATA-PAGTO.                00027600
            MOVE ZEROS            TO WRK-PCM-CENTAVOS.                  00027601
            PERFORM 1950-GUARDAR-REGISTRO.                              00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
       1210-99-FIM.            EXIT.                                    00028000
      *----------------------------------------------------------------*00028100
      *----------------------------------------------------------------*00028101
       1300-CARREGAR-EMPRESTIMOS          SECTION.                      00028102
      *----------------------------------------------------------------*00028103
                                                                        00028104
            OPEN INPUT PARCEMP.                                         00028105
            IF WRK-FS-PARCEMP EQUAL '35'                                00028106
                DISPLAY 'PARCEMP AUSENTE - SEM EMPRESTIMOS NOVOS'       00028107
                GO TO 1300-99-FIM                                       00028108
            END-IF.                                                     00028109
            IF WRK-FS-PARCEMP NOT EQUAL ZEROS                           00028110
                MOVE ' ERRO ABERTURA PARCEMP ' TO WRK-MSG               00028111
                PERFORM 9000-TRATAR-ERROS                               00028112
            END-IF.                                                     00028113
                                                                        00028114
            PERFORM 1310-LER-EMPRESTIMO                                 00028115
                UNTIL WRK-FS-PARCEMP EQUAL '10'.                        00028116
            CLOSE PARCEMP.                                              00028117
                                                                        00028118
      *----------------------------------------------------------------*00028119
       1300-99-FIM.            EXIT.                                    00028120
      *----------------------------------------------------------------*00028121
      *----------------------------------------------------------------*00028122
       1310-LER-EMPRESTIMO                SECTION.                      00028123
      *----------------------------------------------------------------*00028124
                                                                        00028125
            READ PARCEMP INTO WRK-REG-PARCM.                            00028126
            IF WRK-FS-PARCEMP NOT EQUAL ZEROS                           00028127
                MOVE '10' TO WRK-FS-PARCEMP                             00028128
                GO TO 1310-99-FIM                                       00028129
            END-IF.                                                     00028130
                                                                        00028131
            ADD 1 TO WRK-ACU-NOVAS.                                     00028132
            PERFORM 1950-GUARDAR-REGISTRO.                              00028133
                                                                        00028134
      *----------------------------------------------------------------*00028135
       1310-99-FIM.            EXIT.                                    00028136
      *----------------------------------------------------------------*00028137
      *----------------------------------------------------------------*00028200
       1900-GUARDAR-PARCELA               SECTION.                      00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
            MOVE FD-PARCENT TO WRK-REG-PARCM.                           00028600
            IF WRK-PCM-CENTAVOS NOT NUMERIC                             00028601
                MOVE ZEROS TO WRK-PCM-CENTAVOS                          00028602
            END-IF.                                                     00028603
            PERFORM 1950-GUARDAR-REGISTRO.                              00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       1950-GUARDAR-REGISTRO              SECTION.                      00029300
      *----------------------------------------------------------------*00029400
                                                                        00029500
            IF WRK-QT-PARCELAS LESS 5000                                00029600
                ADD 1 TO WRK-QT-PARCELAS                                00029700
                MOVE WRK-REG-PARCM                                      00029800
                     TO WRK-PAR-REGISTRO(WRK-QT-PARCELAS)               00029900
            IF FD-TIPOMOV EQUAL 'D'                                     00031700
               AND FD-MOVIMENTO(1:8) EQUAL 'PARCELA '                   00031800
                MOVE FD-MOVIMENTO(9:3) TO WRK-NUM-MOV                   00031900
                IF FD-MOVIMENTO(16:6) EQUAL ' EMPR '                    00031901
                    MOVE FD-MOVIMENTO(22:8) TO WRK-CONTRATO-MOV         00031902
                ELSE                                                    00031903
                    MOVE SPACES TO WRK-CONTRATO-MOV                     00031904
                END-IF                                                  00031905
                PERFORM 2100-PROCURAR-PARCELA                           00032000
                IF WRK-PAR-ACHADA GREATER ZEROS                         00032100
                    MOVE WRK-PAR-REGISTRO(WRK-PAR-ACHADA)               00032200
      *----------------------------------------------------------------*00035500
                                                                        00035600
            MOVE WRK-PAR-REGISTRO(WRK-IDX-PAR) TO WRK-REG-PARCM.        00035700
            COMPUTE WRK-VALOR-PARCELA =                                 00035701
                WRK-PCM-VALOR + (WRK-PCM-CENTAVOS / 100).               00035702
            IF WRK-PCM-SITUACAO EQUAL 'A'                               00035800
               AND WRK-PCM-CHAVE EQUAL FD-MOV2505-CHAVE                 00035900
               AND WRK-PCM-NUMERO EQUAL WRK-NUM-MOV                     00036000
               AND WRK-VALOR-PARCELA EQUAL FD-VALORMOV                  00036100
               AND WRK-PCM-CONTRATO EQUAL WRK-CONTRATO-MOV              00036101
                MOVE WRK-IDX-PAR TO WRK-PAR-ACHADA                      00036200
            END-IF.                                                     00036300
                                                                        00036400
             MOVE WRK-FS-PARCENT   TO WRK-ERR-STATUS(1:2).              00041400
             MOVE WRK-FS-SAIPARC   TO WRK-ERR-STATUS(3:2).              00041500
             MOVE WRK-FS-PARCSAI   TO WRK-ERR-STATUS(5:2).              00041600
             MOVE WRK-FS-PARCEMP   TO WRK-ERR-STATUS(7:2).              00041601
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00041700
                                                                        00041800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00041900
