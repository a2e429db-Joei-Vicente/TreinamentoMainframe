      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C114.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CARGA DO KSDS DE PARAMETROS DO ONLINE (ARQPARM,   00001400
      *               LAYOUT B#PARAM, CHAVE = NOME DO PARAMETRO). O     00001500
      *               CICS NAO LE O PARAMS SEQUENCIAL: ESTE PASSO       00001600
      *               ORDENA O PARAMS POR NOME + VIGENCIA (SORT         00001700
      *               INTERNO) E GRAVA, PARA CADA NOME, SO O REGISTRO   00001800
      *               VIGENTE NA DATA DA RODADA (RUNCTL) - A MESMA      00001900
      *               REGRA DOS PROGRAMAS BATCH: MAIOR VIGENCIA NAO     00002000
      *               POSTERIOR A DATA. NOME SEM VIGENCIA ATE A DATA    00002100
      *               NAO VAI PARA O KSDS (O ONLINE USA O PADRAO). O    00002200
      *               CLUSTER E DEFINIDO/LIMPO PELO IDCAMS NO PASSO     00002300
      *               ANTERIOR DO JCL, COMO NO FR06CB47. USADO PELO     00002400
      *               F06CIP5 (LIMITE-DUPLA-ALCADA).                    00002500
      *                                                                 00002600
      *----------------------------------------------------------------*00002700
      *     INPUT:                                                      00002800
      *     DDNAME           I/O                                        00002900
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00003000
      *     PARAMS            I   (LRECL 50)                            00003100
      *     ARQPARM           O   (KSDS - CHAVE 20, LRECL 50)           00003200
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *                                                                 00003600
      *================================================================*00003700
                                                                        00003800
      *================================================================*00003900
       ENVIRONMENT                               DIVISION.              00004000
      *================================================================*00004100
                                                                        00004200
      *----------------------------------------------------------------*00004300
       CONFIGURATION                             SECTION.               00004400
      *----------------------------------------------------------------*00004500
                                                                        00004600
       SPECIAL-NAMES.                                                   00004700
           DECIMAL-POINT IS COMMA.                                      00004800
                                                                        00004900
      *----------------------------------------------------------------*00005000
       INPUT-OUTPUT                              SECTION.               00005100
      *----------------------------------------------------------------*00005200
                                                                        00005300
       FILE-CONTROL.                                                    00005400
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005500
                FILE STATUS            IS WRK-FS-RUNCTL.                00005600
             SELECT PARAMS             ASSIGN TO PARAMS                 00005700
                FILE STATUS            IS WRK-FS-PARAMS.                00005800
             SELECT ARQPARM            ASSIGN TO ARQPARM                00005900
                ORGANIZATION           IS INDEXED                       00006000
                ACCESS MODE            IS SEQUENTIAL                    00006100
                RECORD KEY             IS FD-ARQPARM-NOME               00006200
                FILE STATUS            IS WRK-FS-ARQPARM.               00006300
             SELECT ORDENA             ASSIGN TO ORDENA.                00006400
                                                                        00006500
      *================================================================*00006600
       DATA                                      DIVISION.              00006700
      *================================================================*00006800
                                                                        00006900
      *----------------------------------------------------------------*00007000
       FILE                                      SECTION.               00007100
      *----------------------------------------------------------------*00007200
                                                                        00007300
       FD RUNCTL                                                        00007400
           RECORDING MODE IS F                                          00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-RUNCTL                    PIC X(80).                       00007700
                                                                        00007800
       FD PARAMS                                                        00007900
           RECORDING MODE IS F                                          00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
       01 FD-PARAMS                    PIC X(50).                       00008200
                                                                        00008300
       FD ARQPARM.                                                      00008400
       01 FD-ARQPARM.                                                   00008500
          05 FD-ARQPARM-NOME           PIC X(20).                       00008600
          05 FILLER                    PIC X(30).                       00008700
                                                                        00008800
       SD ORDENA.                                                       00008900
       01 SD-ORDENA.                                                    00009000
          05 SD-NOME                   PIC X(20).                       00009100
          05 SD-DATA-EFET              PIC 9(08).                       00009200
          05 SD-REGISTRO               PIC X(50).                       00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
       WORKING-STORAGE                           SECTION.               00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       01 FILLER                       PIC X(50)               VALUE    00010000
            '**** AREA DOS LAYOUTS ****'.                               00010100
      *----------------------------------------------------------------*00010200
                                                                        00010300
        COPY 'B#RUNCTL'.                                                00010400
        COPY 'B#PARAM'.                                                 00010500
                                                                        00010600
      *----------------------------------------------------------------*00010700
       01 FILLER                       PIC X(50)               VALUE    00010800
            '**** AREA DE DATAS E HORAS ****'.                          00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       01 WRK-HORA-PASSO.                                               00011200
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00011300
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00011400
       01 WRK-HORA-ACCEPT.                                              00011500
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00011600
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00011700
                                                                        00011800
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00011900
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       01 FILLER                       PIC X(50)               VALUE    00012300
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00012700
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00012800
       77 WRK-FS-ARQPARM               PIC X(02) VALUE SPACES.          00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
       01 FILLER                       PIC X(50)               VALUE    00013200
            '**** AREA DE CONTROLE DA CARGA ****'.                      00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00013600
       77 WRK-NOME-ANTERIOR            PIC X(20) VALUE SPACES.          00013700
       77 WRK-TEM-VIGENTE              PIC X(01) VALUE 'N'.             00013800
       01 WRK-REG-VIGENTE              PIC X(50) VALUE SPACES.          00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
            '**** AREA DE CONTADORES ****'.                             00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00014600
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00014700
       77 WRK-ACU-FUTUROS              PIC 9(07) VALUE ZEROS.           00014800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            '**** AREA DO MODULO TRTERRO ****'.                         00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
        COPY '#TRTERRO'.                                                00015600
                                                                        00015700
      *================================================================*00015800
       PROCEDURE DIVISION.                                              00015900
      *================================================================*00016000
      *----------------------------------------------------------------*00016100
       0000-PRINCIPAL                     SECTION.                      00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
           PERFORM 1000-INICIAR.                                        00016500
                                                                        00016600
           SORT ORDENA                                                  00016700
               ON ASCENDING KEY SD-NOME                                 00016800
                                SD-DATA-EFET                            00016900
               INPUT  PROCEDURE IS 2000-LER-PARAMETROS                  00017000
               OUTPUT PROCEDURE IS 3000-GRAVAR-VIGENTES.                00017100
                                                                        00017200
           PERFORM 4000-FINALIZAR.                                      00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
       0000-99-FIM.            EXIT.                                    00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       1000-INICIAR                       SECTION.                      00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00018300
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00018400
                                                                        00018500
            PERFORM 1600-LER-DATA-RODADA.                               00018600
                                                                        00018700
            OPEN INPUT  PARAMS                                          00018800
                 OUTPUT ARQPARM.                                        00018900
            IF WRK-FS-PARAMS EQUAL '35'                                 00019000
                DISPLAY 'PARAMS AUSENTE - ARQPARM FICA VAZIO'           00019100
                MOVE '10' TO WRK-FS-PARAMS                              00019200
            END-IF.                                                     00019300
            IF WRK-FS-PARAMS NOT EQUAL ZEROS AND '10'                   00019400
                MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG                00019500
                PERFORM 9000-TRATAR-ERROS                               00019600
            END-IF.                                                     00019700
            IF WRK-FS-ARQPARM NOT EQUAL ZEROS                           00019800
                MOVE ' ERRO ABERTURA ARQPARM ' TO WRK-MSG               00019900
                PERFORM 9000-TRATAR-ERROS                               00020000
            END-IF.                                                     00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       1000-99-FIM.            EXIT.                                    00020400
      *----------------------------------------------------------------*00020500
      *----------------------------------------------------------------*00020600
       1600-LER-DATA-RODADA               SECTION.                      00020700
      *----------------------------------------------------------------*00020800
                                                                        00020900
            OPEN INPUT RUNCTL.                                          00021000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00021100
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00021200
                PERFORM 9000-TRATAR-ERROS                               00021300
            END-IF.                                                     00021400
                                                                        00021500
            READ RUNCTL INTO WRK-RUNCTL.                                00021600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00021700
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00021800
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00021900
                PERFORM 9000-TRATAR-ERROS                               00022000
            END-IF.                                                     00022100
                                                                        00022200
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00022300
            CLOSE RUNCTL.                                               00022400
                                                                        00022500
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00022600
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00022700
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00022800
                                                                        00022900
      *----------------------------------------------------------------*00023000
       1600-99-FIM.            EXIT.                                    00023100
      *----------------------------------------------------------------*00023200
      *----------------------------------------------------------------*00023300
       2000-LER-PARAMETROS                SECTION.                      00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
            PERFORM 2100-LER-PARAMS                                     00023700
                UNTIL WRK-FS-PARAMS EQUAL '10'.                         00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
       2000-99-FIM.            EXIT.                                    00024100
      *----------------------------------------------------------------*00024200
      *----------------------------------------------------------------*00024300
       2100-LER-PARAMS                    SECTION.                      00024400
      *----------------------------------------------------------------*00024500
                                                                        00024600
            READ PARAMS INTO WRK-REG-PARAM.                             00024700
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00024800
                MOVE '10' TO WRK-FS-PARAMS                              00024900
                GO TO 2100-99-FIM                                       00025000
            END-IF.                                                     00025100
                                                                        00025200
            ADD 1 TO WRK-ACU-LIDOS.                                     00025300
            IF WRK-PARAM-DATA-EFET GREATER WRK-DATA-CORTE               00025400
                ADD 1 TO WRK-ACU-FUTUROS                                00025500
                GO TO 2100-99-FIM                                       00025600
            END-IF.                                                     00025700
                                                                        00025800
            MOVE WRK-PARAM-NOME      TO SD-NOME.                        00025900
            MOVE WRK-PARAM-DATA-EFET TO SD-DATA-EFET.                   00026000
            MOVE WRK-REG-PARAM       TO SD-REGISTRO.                    00026100
            RELEASE SD-ORDENA.                                          00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
       2100-99-FIM.            EXIT.                                    00026500
      *----------------------------------------------------------------*00026600
      *----------------------------------------------------------------*00026700
       3000-GRAVAR-VIGENTES               SECTION.                      00026800
      *----------------------------------------------------------------*00026900
      *    O ULTIMO REGISTRO DE CADA NOME NA ORDEM DE VIGENCIA E O     *00027000
      *    VIGENTE (OS FUTUROS JA FICARAM FORA DO SORT).               *00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
            PERFORM 3100-RETORNAR-PARAMETRO                             00027400
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00027500
                                                                        00027600
            IF WRK-TEM-VIGENTE EQUAL 'S'                                00027700
                PERFORM 3200-GRAVAR-ARQPARM                             00027800
            END-IF.                                                     00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       3000-99-FIM.            EXIT.                                    00028200
      *----------------------------------------------------------------*00028300
      *----------------------------------------------------------------*00028400
       3100-RETORNAR-PARAMETRO            SECTION.                      00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
            RETURN ORDENA                                               00028800
                AT END                                                  00028900
                    MOVE 'S' TO WRK-FIM-SORT                            00029000
                    GO TO 3100-99-FIM                                   00029100
            END-RETURN.                                                 00029200
                                                                        00029300
            IF WRK-TEM-VIGENTE EQUAL 'S'                                00029400
               AND SD-NOME NOT EQUAL WRK-NOME-ANTERIOR                  00029500
                PERFORM 3200-GRAVAR-ARQPARM                             00029600
            END-IF.                                                     00029700
                                                                        00029800
            MOVE SD-NOME     TO WRK-NOME-ANTERIOR.                      00029900
            MOVE SD-REGISTRO TO WRK-REG-VIGENTE.                        00030000
            MOVE 'S'         TO WRK-TEM-VIGENTE.                        00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       3100-99-FIM.            EXIT.                                    00030400
      *----------------------------------------------------------------*00030500
      *----------------------------------------------------------------*00030600
       3200-GRAVAR-ARQPARM                SECTION.                      00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
            MOVE WRK-REG-VIGENTE TO FD-ARQPARM.                         00031000
            WRITE FD-ARQPARM.                                           00031100
            IF WRK-FS-ARQPARM NOT EQUAL ZEROS                           00031200
                MOVE ' ERRO GRAVACAO ARQPARM ' TO WRK-MSG               00031300
                PERFORM 9000-TRATAR-ERROS                               00031400
            END-IF.                                                     00031500
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00031600
            DISPLAY 'VIGENTE: ' WRK-REG-VIGENTE(1:43).                  00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       3200-99-FIM.            EXIT.                                    00032000
      *----------------------------------------------------------------*00032100
      *----------------------------------------------------------------*00032200
       4000-FINALIZAR                     SECTION.                      00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
            CLOSE PARAMS                                                00032600
                  ARQPARM.                                              00032700
                                                                        00032800
            DISPLAY '------------------------------------------------'. 00032900
            DISPLAY '  PARAMETROS LIDOS....: ' WRK-ACU-LIDOS.           00033000
            DISPLAY '  VIGENCIA FUTURA.....: ' WRK-ACU-FUTUROS.         00033100
            DISPLAY '  VIGENTES NO ARQPARM.: ' WRK-ACU-GRAVADOS.        00033200
            DISPLAY '------------------------------------------------'. 00033300
                                                                        00033400
            PERFORM 4900-GRAVAR-RUNCTL.                                 00033500
                                                                        00033600
            STOP RUN.                                                   00033700
      *----------------------------------------------------------------*00033800
       4000-99-FIM.            EXIT.                                    00033900
      *----------------------------------------------------------------*00034000
      *----------------------------------------------------------------*00034100
       4900-GRAVAR-RUNCTL                 SECTION.                      00034200
      *----------------------------------------------------------------*00034300
                                                                        00034400
            OPEN EXTEND RUNCTL.                                         00034500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00034600
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00034700
                PERFORM 9000-TRATAR-ERROS                               00034800
            END-IF.                                                     00034900
                                                                        00035000
            MOVE SPACES                TO WRK-RUNCTL.                   00035100
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00035200
            MOVE 'FR06C114'            TO WRK-RUNCTL-PROGRAMA.          00035300
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00035400
            MOVE WRK-ACU-GRAVADOS      TO WRK-RUNCTL-GRAVADOS.          00035500
            MOVE ZEROS                 TO WRK-RUNCTL-EXCECAO.           00035600
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00035700
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00035800
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00035900
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00036000
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00036100
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00036200
            CLOSE RUNCTL.                                               00036300
                                                                        00036400
      *----------------------------------------------------------------*00036500
       4900-99-FIM.            EXIT.                                    00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       9000-TRATAR-ERROS                  SECTION.                      00037000
      *----------------------------------------------------------------*00037100
                                                                        00037200
             MOVE 'FR06C114'       TO WRK-ERR-PROGRAMA.                 00037300
             MOVE '9000'           TO WRK-ERR-SECTION.                  00037400
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00037500
             MOVE SPACES           TO WRK-ERR-STATUS.                   00037600
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00037700
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(3:2).              00037800
             MOVE WRK-FS-ARQPARM   TO WRK-ERR-STATUS(5:2).              00037900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00038000
                                                                        00038100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       9000-99-FIM.            EXIT.                                    00038500
      *----------------------------------------------------------------*00038600
