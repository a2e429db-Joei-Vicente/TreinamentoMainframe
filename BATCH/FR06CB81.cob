      *               COL 01-04 ID DO FUNCIONARIO                      *00001800
      *               COL 05-12 DATA DE INICIO (DDMMAAAA)              *00001900
      *               COL 13-15 DIAS UTEIS GOZADOS                     *00002000
      *               COL 16    TIPO ('L' = LICENCA NAO REMUNERADA,    *00002033
      *                         BRANCO OU 'F' = FERIAS)                *00002066
      *               OS DIAS SAO CONTADOS EM DIAS UTEIS VIA MODULO     00002100
      *               CALNDIA (FUNCOES 'U' E 'P'); A MARCACAO E         00002200
      *               DEBITADA DO PERIODO ABERTO MAIS ANTIGO COM        00002300
      *               SALDO SUFICIENTE (PERIODO ESGOTADO VIRA 'E')      00002340
      *               E AINDA NAO FRACIONADO EM 3 GOZOS; O GOZO FICA    00002380
      *               REGISTRADO NO PERIODO (INICIO, DIAS, GOZO-PAGO    00002420
      *               = 'N') PARA O PAGAMENTO DO FR06DB28.              00002460
      *               CARTAO SEM PERIODO COM SALDO E RECUSADO COM       00002500
      *               RETURN-CODE 4. GRAVA O MESTRE ATUALIZADO          00002600
      *               (FERSAI) E ANEXA O AFASTAMENTO AO ARQUIVO         00002700
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     MANUTENCAO:                                                 00003900
      *     15/10/2026 JL - GRAVA NO PERIODO O INICIO E OS DIAS DE      00003925
      *                     CADA GOZO MARCADO (ATE 3 FRACOES), COMO     00003950
      *                     PENDENTE DE PAGAMENTO PARA O FR06DB28.      00003975
      *     15/10/2026 JL - CARTAO TIPO 'L' (COLUNA 16) REGISTRA LICENCA00003978
      *                     NAO REMUNERADA: NAO DEBITA PERIODO DE       00003981
      *                     FERIAS, SO VAI PARA O AFASTA, QUE PASSA A   00003984
      *                     TRAZER O TIPO NA COLUNA 17 ('F' FERIAS,     00003987
      *                     'L' LICENCA; BRANCO NOS REGISTROS ANTIGOS   00003990
      *                     = FERIAS). A LICENCA EXCLUI O FUNCIONARIO   00003993
      *                     DO ADIANTAMENTO QUINZENAL DO FR06DB31.      00003996
      *                                                                 00004000
      *================================================================*00004100
                                                                        00004200
          05 WRK-CARTAO-ID             PIC X(04).                       00011600
          05 WRK-CARTAO-DATA-INI       PIC X(08).                       00011700
          05 WRK-CARTAO-DIAS           PIC X(03).                       00011800
          05 WRK-CARTAO-TIPO           PIC X(01).                       00011840
          05 FILLER                    PIC X(64).                       00011960
                                                                        00012000
       01 WRK-REG-AFASTA.                                               00012100
          05 WRK-AFA-ID                PIC 9(05).                       00012200
          05 WRK-AFA-DIAS              PIC 9(03).                       00012300
          05 WRK-AFA-DATA-INI          PIC 9(08).                       00012400
          05 WRK-AFA-TIPO              PIC X(01).                       00012466
          05 FILLER                    PIC X(63).                       00012532
                                                                        00012600
       77 WRK-DIAS-PEDIDOS             PIC 9(03) VALUE ZEROS.           00012700
       77 WRK-IDX-DIA                  PIC 9(03) VALUE ZEROS.           00012800
       77 WRK-ACU-CARTOES              PIC 9(05) VALUE ZEROS.           00013900
       77 WRK-ACU-MARCADOS             PIC 9(05) VALUE ZEROS.           00014000
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00014100
       77 WRK-ACU-LICENCAS             PIC 9(05) VALUE ZEROS.           00014150
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
            IF WRK-CARTAO-ID NOT NUMERIC                                00023000
               OR WRK-CARTAO-DATA-INI NOT NUMERIC                       00023100
               OR WRK-CARTAO-DIAS NOT NUMERIC                           00023200
               OR (WRK-CARTAO-TIPO NOT EQUAL ' '                        00023250
                   AND WRK-CARTAO-TIPO NOT EQUAL 'F'                    00023266
                   AND WRK-CARTAO-TIPO NOT EQUAL 'L')                   00023282
                ADD 1 TO WRK-ACU-RECUSADOS                              00023300
                DISPLAY 'CARTAO INVALIDO - RECUSADO: ' WRK-CARTAO       00023400
                GO TO 2000-88-LER                                       00023500
            IF WRK-DATA-INVALIDA EQUAL 'S'                              00024600
                ADD 1 TO WRK-ACU-RECUSADOS                              00024700
                DISPLAY 'DATA INVALIDA - RECUSADO: ' WRK-CARTAO         00024800
                GO TO 2000-88-LER                                       00024816
            END-IF.                                                     00024832
                                                                        00024848
            IF WRK-CARTAO-TIPO EQUAL 'L'                                00024864
                PERFORM 2400-REGISTRAR-LICENCA                          00024880
                GO TO 2000-88-LER                                       00024900
            END-IF.                                                     00025000
                                                                        00025100
      *----------------------------------------------------------------*00032600
                                                                        00032700
            MOVE WRK-PER-REGISTRO(WRK-IDX-PER) TO WRK-REG-FERIAS.       00032800
            IF WRK-FER-QT-GOZOS NOT NUMERIC                             00032825
                MOVE ZEROS TO WRK-FER-QT-GOZOS                          00032850
            END-IF.                                                     00032875
            IF WRK-FER-SITUACAO EQUAL 'A'                               00032900
               AND WRK-FER-ID EQUAL WRK-CARTAO-ID                       00033000
               AND WRK-FER-QT-GOZOS LESS 3                              00033050
                COMPUTE WRK-SALDO-PERIODO =                             00033100
                    WRK-FER-DIAS-DIREITO - WRK-FER-DIAS-GOZADOS         00033200
                IF WRK-SALDO-PERIODO NOT LESS WRK-DIAS-PEDIDOS          00033300
      *----------------------------------------------------------------*00034300
                                                                        00034400
            MOVE WRK-PER-REGISTRO(WRK-PER-ACHADO) TO WRK-REG-FERIAS.    00034500
            IF WRK-FER-QT-GOZOS NOT NUMERIC                             00034525
                MOVE ZEROS TO WRK-FER-QT-GOZOS                          00034550
            END-IF.                                                     00034575
            ADD WRK-DIAS-PEDIDOS TO WRK-FER-DIAS-GOZADOS.               00034600
            ADD 1 TO WRK-FER-QT-GOZOS.                                  00034609
            MOVE WRK-CARTAO-DATA-INI(5:4)                               00034618
                 TO WRK-FER-GOZO-INI(WRK-FER-QT-GOZOS)(1:4).            00034627
            MOVE WRK-CARTAO-DATA-INI(3:2)                               00034636
                 TO WRK-FER-GOZO-INI(WRK-FER-QT-GOZOS)(5:2).            00034645
            MOVE WRK-CARTAO-DATA-INI(1:2)                               00034654
                 TO WRK-FER-GOZO-INI(WRK-FER-QT-GOZOS)(7:2).            00034663
            MOVE WRK-DIAS-PEDIDOS                                       00034672
                 TO WRK-FER-GOZO-DIAS(WRK-FER-QT-GOZOS).                00034681
            MOVE 'N' TO WRK-FER-GOZO-PAGO(WRK-FER-QT-GOZOS).            00034690
            IF WRK-FER-DIAS-GOZADOS NOT LESS WRK-FER-DIAS-DIREITO       00034700
                MOVE 'E' TO WRK-FER-SITUACAO                            00034800
            END-IF.                                                     00034900
            MOVE WRK-CARTAO-ID       TO WRK-AFA-ID.                     00035300
            MOVE WRK-DIAS-PEDIDOS    TO WRK-AFA-DIAS.                   00035400
            MOVE WRK-CARTAO-DATA-INI TO WRK-AFA-DATA-INI.               00035500
            MOVE 'F'                 TO WRK-AFA-TIPO.                   00035550
            WRITE FD-AFASTA FROM WRK-REG-AFASTA.                        00035600
                                                                        00035700
            ADD 1 TO WRK-ACU-MARCADOS.                                  00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       2300-99-FIM.            EXIT.                                    00036100
      *----------------------------------------------------------------*00036105
      *----------------------------------------------------------------*00036110
       2400-REGISTRAR-LICENCA             SECTION.                      00036115
      *----------------------------------------------------------------*00036120
      *    LICENCA NAO REMUNERADA NAO CONSOME SALDO DE FERIAS: SO      *00036125
      *    ENTRA NO AFASTA, COM TIPO 'L'.                              *00036130
      *----------------------------------------------------------------*00036135
                                                                        00036140
            MOVE SPACES              TO WRK-REG-AFASTA.                 00036145
            MOVE WRK-CARTAO-ID       TO WRK-AFA-ID.                     00036150
            MOVE WRK-DIAS-PEDIDOS    TO WRK-AFA-DIAS.                   00036155
            MOVE WRK-CARTAO-DATA-INI TO WRK-AFA-DATA-INI.               00036160
            MOVE 'L'                 TO WRK-AFA-TIPO.                   00036165
            WRITE FD-AFASTA FROM WRK-REG-AFASTA.                        00036170
                                                                        00036175
            ADD 1 TO WRK-ACU-LICENCAS.                                  00036180
                                                                        00036185
      *----------------------------------------------------------------*00036190
       2400-99-FIM.            EXIT.                                    00036195
      *----------------------------------------------------------------*00036200
      *----------------------------------------------------------------*00036300
       3000-FINALIZAR                     SECTION.                      00036400
            DISPLAY '------------------------------------------------'. 00037400
            DISPLAY '  CARTOES LIDOS........: ' WRK-ACU-CARTOES.        00037500
            DISPLAY '  MARCACOES EFETIVADAS.: ' WRK-ACU-MARCADOS.       00037600
            DISPLAY '  LICENCAS REGISTRADAS.: ' WRK-ACU-LICENCAS.       00037650
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00037700
            DISPLAY '------------------------------------------------'. 00037800
                                                                        00037900
