      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C115.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: FECHAMENTO DAS CAPTURAS EM DUPLA ALCADA (ARQPEND, 00001400
      *               LAYOUT B#PEND). RODA NO CORTE, COM O ONLINE       00001500
      *               FECHADO:                                          00001600
      *               - LISTA NO PENDCAP AS CAPTURAS AINDA PENDENTES    00001700
      *                 ('P'), QUE FICAM NO ARQPEND E SEGUEM PARA O     00001800
      *                 DIA SEGUINTE (RC 4 SE HOUVER ALGUMA);           00001900
      *               - TOTALIZA AS APROVADAS E REJEITADAS NA DATA DA   00002000
      *                 RODADA (AS APROVADAS JA FORAM PARA A FILA MVCP  00002100
      *                 PELO F06CIP9);                                  00002200
      *               - EXCLUI AS DECIDIDAS EM DIA ANTERIOR, JA         00002300
      *                 TOTALIZADAS NO CORTE DAQUELE DIA.               00002400
      *                                                                 00002500
      *----------------------------------------------------------------*00002600
      *     INPUT:                                                      00002700
      *     DDNAME           I/O                                        00002800
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00002900
      *     ARQPEND          I/O  (KSDS - CHAVE 18, LRECL 120)          00003000
      *     PENDCAP           O   (LRECL 80)                            00003100
      *                                                                 00003200
      *----------------------------------------------------------------*00003300
      *     MANUTENCAO:                                                 00003400
      *                                                                 00003500
      *================================================================*00003600
                                                                        00003700
      *================================================================*00003800
       ENVIRONMENT                               DIVISION.              00003900
      *================================================================*00004000
                                                                        00004100
      *----------------------------------------------------------------*00004200
       CONFIGURATION                             SECTION.               00004300
      *----------------------------------------------------------------*00004400
                                                                        00004500
       SPECIAL-NAMES.                                                   00004600
           DECIMAL-POINT IS COMMA.                                      00004700
                                                                        00004800
      *----------------------------------------------------------------*00004900
       INPUT-OUTPUT                              SECTION.               00005000
      *----------------------------------------------------------------*00005100
                                                                        00005200
       FILE-CONTROL.                                                    00005300
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005400
                FILE STATUS            IS WRK-FS-RUNCTL.                00005500
             SELECT ARQPEND            ASSIGN TO ARQPEND                00005600
                ORGANIZATION           IS INDEXED                       00005700
                ACCESS MODE            IS SEQUENTIAL                    00005800
                RECORD KEY             IS FD-ARQPEND-CHAVE              00005900
                FILE STATUS            IS WRK-FS-ARQPEND.               00006000
             SELECT PENDCAP            ASSIGN TO PENDCAP                00006100
                FILE STATUS            IS WRK-FS-PENDCAP.               00006200
                                                                        00006300
      *================================================================*00006400
       DATA                                      DIVISION.              00006500
      *================================================================*00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       FILE                                      SECTION.               00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       FD RUNCTL                                                        00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
       01 FD-RUNCTL                    PIC X(80).                       00007500
                                                                        00007600
       FD ARQPEND.                                                      00007700
       01 FD-ARQPEND.                                                   00007800
          05 FD-ARQPEND-CHAVE          PIC X(18).                       00007900
          05 FILLER                    PIC X(102).                      00008000
                                                                        00008100
       FD PENDCAP                                                       00008200
           RECORDING MODE IS F                                          00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
       01 FD-PENDCAP                   PIC X(80).                       00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       WORKING-STORAGE                           SECTION.               00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       01 FILLER                       PIC X(50)               VALUE    00009200
            '**** AREA DOS LAYOUTS ****'.                               00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
        COPY 'B#RUNCTL'.                                                00009600
        COPY 'B#PEND'.                                                  00009700
        COPY 'B#MOV25'.                                                 00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
       01 FILLER                       PIC X(50)               VALUE    00010100
            '**** AREA DE DATAS E HORAS ****'.                          00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       01 WRK-HORA-PASSO.                                               00010500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00010600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00010700
       01 WRK-HORA-ACCEPT.                                              00010800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00010900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00011000
                                                                        00011100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00011200
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00011300
                                                                        00011400
       01 WRK-DATA-AAAAMMDD            PIC 9(08) VALUE ZEROS.           00011500
       01 FILLER REDEFINES WRK-DATA-AAAAMMDD.                           00011600
          05 WRK-DAT-AAAA              PIC X(04).                       00011700
          05 WRK-DAT-MM                PIC X(02).                       00011800
          05 WRK-DAT-DD                PIC X(02).                       00011900
       01 WRK-HORA-HHMMSS              PIC 9(06) VALUE ZEROS.           00012000
       01 FILLER REDEFINES WRK-HORA-HHMMSS.                             00012100
          05 WRK-HOR-HH                PIC X(02).                       00012200
          05 WRK-HOR-MM                PIC X(02).                       00012300
          05 WRK-HOR-SS                PIC X(02).                       00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
       01 FILLER                       PIC X(50)               VALUE    00012700
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00013100
       77 WRK-FS-ARQPEND               PIC X(02) VALUE SPACES.          00013200
       77 WRK-FS-PENDCAP               PIC X(02) VALUE SPACES.          00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
       01 FILLER                       PIC X(50)               VALUE    00013600
            '**** AREA DE CONTADORES ****'.                             00013700
      *----------------------------------------------------------------*00013800
                                                                        00013900
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00014000
       77 WRK-ACU-PENDENTES            PIC 9(07) VALUE ZEROS.           00014100
       77 WRK-ACU-APROVADAS            PIC 9(07) VALUE ZEROS.           00014200
       77 WRK-ACU-REJEITADAS           PIC 9(07) VALUE ZEROS.           00014300
       77 WRK-ACU-EXCLUIDAS            PIC 9(07) VALUE ZEROS.           00014400
       77 WRK-ACU-VALOR-PEND           PIC 9(11)V99 VALUE ZEROS.        00014500
       77 WRK-ACU-VALOR-APROV          PIC 9(11)V99 VALUE ZEROS.        00014600
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014700
                                                                        00014800
      *----------------------------------------------------------------*00014900
       01 FILLER                       PIC X(50)               VALUE    00015000
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00015100
      *----------------------------------------------------------------*00015200
                                                                        00015300
       01 WRK-LINHA-SEPARA.                                             00015400
          05 FILLER                    PIC X(80) VALUE ALL '='.         00015500
       01 WRK-LINHA-TRACO.                                              00015600
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00015700
       01 WRK-LINHA-BRANCO             PIC X(80) VALUE SPACES.          00015800
                                                                        00015900
       01 WRK-PND-TITULO.                                               00016000
          05 FILLER                    PIC X(45) VALUE                  00016100
             'CAPTURAS EM DUPLA ALCADA - FECHAMENTO DE '.               00016200
          05 WRK-PTI-DATA              PIC X(10).                       00016300
          05 FILLER                    PIC X(25) VALUE SPACES.          00016400
       01 WRK-PND-SUBTITULO.                                            00016500
          05 FILLER                    PIC X(80) VALUE                  00016600
             'PENDENTES DE APROVACAO (SEGUEM PARA O DIA SEGUINTE)'.     00016700
       01 WRK-PND-COLUNAS.                                              00016800
          05 FILLER                    PIC X(40) VALUE                  00016900
             'CAPTURA    HORA     TERM  AG/CONTA   T '.                 00017000
          05 FILLER                    PIC X(40) VALUE                  00017100
             '         VALOR  OPERADOR'.                                00017200
       01 WRK-PND-DETALHE.                                              00017300
          05 WRK-PDT-DATA              PIC X(10).                       00017400
          05 FILLER                    PIC X(01) VALUE SPACES.          00017500
          05 WRK-PDT-HORA              PIC X(08).                       00017600
          05 FILLER                    PIC X(01) VALUE SPACES.          00017700
          05 WRK-PDT-TERMINAL          PIC X(04).                       00017800
          05 FILLER                    PIC X(02) VALUE SPACES.          00017900
          05 WRK-PDT-AGENCIA           PIC X(04).                       00018000
          05 FILLER                    PIC X(01) VALUE '/'.             00018100
          05 WRK-PDT-CONTA             PIC X(04).                       00018200
          05 FILLER                    PIC X(02) VALUE SPACES.          00018300
          05 WRK-PDT-TIPO              PIC X(01).                       00018400
          05 FILLER                    PIC X(02) VALUE SPACES.          00018500
          05 WRK-PDT-VALOR             PIC ZZ.ZZZ.ZZ9,99.               00018600
          05 FILLER                    PIC X(02) VALUE SPACES.          00018700
          05 WRK-PDT-OPERADOR          PIC X(08).                       00018800
          05 FILLER                    PIC X(17) VALUE SPACES.          00018900
       01 WRK-PND-NENHUMA.                                              00019000
          05 FILLER                    PIC X(80) VALUE                  00019100
             '*** NENHUMA CAPTURA PENDENTE'.                            00019200
       01 WRK-PND-TOTAL.                                                00019300
          05 WRK-PTO-DESCRICAO         PIC X(30).                       00019400
          05 WRK-PTO-QTDE              PIC Z.ZZZ.ZZ9.                   00019500
          05 FILLER                    PIC X(02) VALUE SPACES.          00019600
          05 WRK-PTO-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.           00019700
          05 FILLER                    PIC X(22) VALUE SPACES.          00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       01 FILLER                       PIC X(50)               VALUE    00020100
            '**** AREA DO MODULO TRTERRO ****'.                         00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
        COPY '#TRTERRO'.                                                00020500
                                                                        00020600
      *================================================================*00020700
       PROCEDURE DIVISION.                                              00020800
      *================================================================*00020900
      *----------------------------------------------------------------*00021000
       0000-PRINCIPAL                     SECTION.                      00021100
      *----------------------------------------------------------------*00021200
                                                                        00021300
           PERFORM 1000-INICIAR.                                        00021400
           PERFORM 2000-PROCESSAR                                       00021500
               UNTIL WRK-FS-ARQPEND EQUAL '10'.                         00021600
           PERFORM 3000-FINALIZAR.                                      00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
       0000-99-FIM.            EXIT.                                    00022000
      *----------------------------------------------------------------*00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
       1000-INICIAR                       SECTION.                      00022400
      *----------------------------------------------------------------*00022500
                                                                        00022600
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00022700
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00022800
                                                                        00022900
            PERFORM 1600-LER-DATA-RODADA.                               00023000
                                                                        00023100
            OPEN I-O    ARQPEND                                         00023200
                 OUTPUT PENDCAP.                                        00023300
            IF WRK-FS-ARQPEND NOT EQUAL ZEROS                           00023400
                MOVE ' ERRO ABERTURA ARQPEND ' TO WRK-MSG               00023500
                PERFORM 9000-TRATAR-ERROS                               00023600
            END-IF.                                                     00023700
            IF WRK-FS-PENDCAP NOT EQUAL ZEROS                           00023800
                MOVE ' ERRO ABERTURA PENDCAP ' TO WRK-MSG               00023900
                PERFORM 9000-TRATAR-ERROS                               00024000
            END-IF.                                                     00024100
                                                                        00024200
            MOVE WRK-DATA-RODADA(1:2) TO WRK-PTI-DATA(1:2).             00024300
            MOVE '/'                  TO WRK-PTI-DATA(3:1).             00024400
            MOVE WRK-DATA-RODADA(3:2) TO WRK-PTI-DATA(4:2).             00024500
            MOVE '/'                  TO WRK-PTI-DATA(6:1).             00024600
            MOVE WRK-DATA-RODADA(5:4) TO WRK-PTI-DATA(7:4).             00024700
                                                                        00024800
            WRITE FD-PENDCAP FROM WRK-LINHA-SEPARA.                     00024900
            WRITE FD-PENDCAP FROM WRK-PND-TITULO.                       00025000
            WRITE FD-PENDCAP FROM WRK-LINHA-SEPARA.                     00025100
            WRITE FD-PENDCAP FROM WRK-PND-SUBTITULO.                    00025200
            WRITE FD-PENDCAP FROM WRK-LINHA-BRANCO.                     00025300
            WRITE FD-PENDCAP FROM WRK-PND-COLUNAS.                      00025400
            WRITE FD-PENDCAP FROM WRK-LINHA-TRACO.                      00025500
                                                                        00025600
            PERFORM 2100-LER-ARQPEND.                                   00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       1000-99-FIM.            EXIT.                                    00026000
      *----------------------------------------------------------------*00026100
      *----------------------------------------------------------------*00026200
       1600-LER-DATA-RODADA               SECTION.                      00026300
      *----------------------------------------------------------------*00026400
                                                                        00026500
            OPEN INPUT RUNCTL.                                          00026600
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00026700
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00026800
                PERFORM 9000-TRATAR-ERROS                               00026900
            END-IF.                                                     00027000
                                                                        00027100
            READ RUNCTL INTO WRK-RUNCTL.                                00027200
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00027300
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00027400
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00027500
                PERFORM 9000-TRATAR-ERROS                               00027600
            END-IF.                                                     00027700
                                                                        00027800
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00027900
            CLOSE RUNCTL.                                               00028000
                                                                        00028100
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00028200
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00028300
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00028400
                                                                        00028500
      *----------------------------------------------------------------*00028600
       1600-99-FIM.            EXIT.                                    00028700
      *----------------------------------------------------------------*00028800
      *----------------------------------------------------------------*00028900
       2000-PROCESSAR                     SECTION.                      00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
            ADD 1 TO WRK-ACU-LIDOS.                                     00029300
                                                                        00029400
            EVALUATE TRUE                                               00029500
                WHEN WRK-PND-SITUACAO EQUAL 'P'                         00029600
                    PERFORM 2200-LISTAR-PENDENTE                        00029700
                WHEN WRK-PND-DATA-DECISAO LESS WRK-DATA-CORTE           00029800
                    PERFORM 2300-EXCLUIR-DECIDIDA                       00029900
                WHEN WRK-PND-SITUACAO EQUAL 'A'                         00030000
                    ADD 1 TO WRK-ACU-APROVADAS                          00030100
                    MOVE WRK-PND-MOVIMENTO TO FD-MOV2505                00030200
                    ADD FD-VALORMOV TO WRK-ACU-VALOR-APROV              00030300
                WHEN OTHER                                              00030400
                    ADD 1 TO WRK-ACU-REJEITADAS                         00030500
            END-EVALUATE.                                               00030600
                                                                        00030700
            PERFORM 2100-LER-ARQPEND.                                   00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
       2000-99-FIM.            EXIT.                                    00031100
      *----------------------------------------------------------------*00031200
      *----------------------------------------------------------------*00031300
       2100-LER-ARQPEND                   SECTION.                      00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
            READ ARQPEND NEXT INTO WRK-REG-PEND.                        00031700
            IF WRK-FS-ARQPEND EQUAL '10'                                00031800
                GO TO 2100-99-FIM                                       00031900
            END-IF.                                                     00032000
            IF WRK-FS-ARQPEND NOT EQUAL ZEROS                           00032100
                MOVE ' ERRO LEITURA ARQPEND ' TO WRK-MSG                00032200
                PERFORM 9000-TRATAR-ERROS                               00032300
            END-IF.                                                     00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       2100-99-FIM.            EXIT.                                    00032700
      *----------------------------------------------------------------*00032800
      *----------------------------------------------------------------*00032900
       2200-LISTAR-PENDENTE               SECTION.                      00033000
      *----------------------------------------------------------------*00033100
                                                                        00033200
            ADD 1 TO WRK-ACU-PENDENTES.                                 00033300
            MOVE WRK-PND-MOVIMENTO TO FD-MOV2505.                       00033400
            ADD FD-VALORMOV        TO WRK-ACU-VALOR-PEND.               00033500
                                                                        00033600
            MOVE WRK-PND-DATA-CAPT TO WRK-DATA-AAAAMMDD.                00033700
            MOVE SPACES            TO WRK-PDT-DATA.                     00033800
            STRING WRK-DAT-DD '/' WRK-DAT-MM '/' WRK-DAT-AAAA           00033900
                DELIMITED BY SIZE INTO WRK-PDT-DATA.                    00034000
            MOVE WRK-PND-HORA-CAPT TO WRK-HORA-HHMMSS.                  00034100
            MOVE SPACES            TO WRK-PDT-HORA.                     00034200
            STRING WRK-HOR-HH ':' WRK-HOR-MM ':' WRK-HOR-SS             00034300
                DELIMITED BY SIZE INTO WRK-PDT-HORA.                    00034400
                                                                        00034500
            MOVE WRK-PND-TERMINAL   TO WRK-PDT-TERMINAL.                00034600
            MOVE FD-MOV2505-AGENCIA TO WRK-PDT-AGENCIA.                 00034700
            MOVE FD-MOV2505-CONTA   TO WRK-PDT-CONTA.                   00034800
            MOVE FD-TIPOMOV         TO WRK-PDT-TIPO.                    00034900
            MOVE FD-VALORMOV        TO WRK-PDT-VALOR.                   00035000
            MOVE WRK-PND-USU-CAPT   TO WRK-PDT-OPERADOR.                00035100
            WRITE FD-PENDCAP FROM WRK-PND-DETALHE.                      00035200
                                                                        00035300
      *----------------------------------------------------------------*00035400
       2200-99-FIM.            EXIT.                                    00035500
      *----------------------------------------------------------------*00035600
      *----------------------------------------------------------------*00035700
       2300-EXCLUIR-DECIDIDA              SECTION.                      00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
            DELETE ARQPEND RECORD.                                      00036100
            IF WRK-FS-ARQPEND NOT EQUAL ZEROS                           00036200
                MOVE ' ERRO EXCLUSAO ARQPEND ' TO WRK-MSG               00036300
                PERFORM 9000-TRATAR-ERROS                               00036400
            END-IF.                                                     00036500
            ADD 1 TO WRK-ACU-EXCLUIDAS.                                 00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       2300-99-FIM.            EXIT.                                    00036900
      *----------------------------------------------------------------*00037000
      *----------------------------------------------------------------*00037100
       3000-FINALIZAR                     SECTION.                      00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
            IF WRK-ACU-PENDENTES EQUAL ZEROS                            00037500
                WRITE FD-PENDCAP FROM WRK-PND-NENHUMA                   00037600
            END-IF.                                                     00037700
            WRITE FD-PENDCAP FROM WRK-LINHA-TRACO.                      00037800
                                                                        00037900
            MOVE 'PENDENTES'               TO WRK-PTO-DESCRICAO.        00038000
            MOVE WRK-ACU-PENDENTES         TO WRK-PTO-QTDE.             00038100
            MOVE WRK-ACU-VALOR-PEND        TO WRK-PTO-VALOR.            00038200
            WRITE FD-PENDCAP FROM WRK-PND-TOTAL.                        00038300
            MOVE 'APROVADAS NO DIA'        TO WRK-PTO-DESCRICAO.        00038400
            MOVE WRK-ACU-APROVADAS         TO WRK-PTO-QTDE.             00038500
            MOVE WRK-ACU-VALOR-APROV       TO WRK-PTO-VALOR.            00038600
            WRITE FD-PENDCAP FROM WRK-PND-TOTAL.                        00038700
            MOVE 'REJEITADAS NO DIA'       TO WRK-PTO-DESCRICAO.        00038800
            MOVE WRK-ACU-REJEITADAS        TO WRK-PTO-QTDE.             00038900
            MOVE ZEROS                     TO WRK-PTO-VALOR.            00039000
            WRITE FD-PENDCAP FROM WRK-PND-TOTAL.                        00039100
            WRITE FD-PENDCAP FROM WRK-LINHA-SEPARA.                     00039200
                                                                        00039300
            CLOSE ARQPEND                                               00039400
                  PENDCAP.                                              00039500
                                                                        00039600
            DISPLAY '------------------------------------------------'. 00039700
            DISPLAY '  REGISTROS NO ARQPEND.: ' WRK-ACU-LIDOS.          00039800
            DISPLAY '  PENDENTES............: ' WRK-ACU-PENDENTES.      00039900
            DISPLAY '  APROVADAS NO DIA.....: ' WRK-ACU-APROVADAS.      00040000
            DISPLAY '  REJEITADAS NO DIA....: ' WRK-ACU-REJEITADAS.     00040100
            DISPLAY '  EXCLUIDAS (DIAS ANT.): ' WRK-ACU-EXCLUIDAS.      00040200
            DISPLAY '------------------------------------------------'. 00040300
                                                                        00040400
            IF WRK-ACU-PENDENTES GREATER ZEROS                          00040500
                DISPLAY 'CAPTURAS PENDENTES - VER PENDCAP'              00040600
                MOVE 4 TO RETURN-CODE                                   00040700
            END-IF.                                                     00040800
                                                                        00040900
            PERFORM 4900-GRAVAR-RUNCTL.                                 00041000
                                                                        00041100
            STOP RUN.                                                   00041200
      *----------------------------------------------------------------*00041300
       3000-99-FIM.            EXIT.                                    00041400
      *----------------------------------------------------------------*00041500
      *----------------------------------------------------------------*00041600
       4900-GRAVAR-RUNCTL                 SECTION.                      00041700
      *----------------------------------------------------------------*00041800
                                                                        00041900
            OPEN EXTEND RUNCTL.                                         00042000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00042100
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00042200
                PERFORM 9000-TRATAR-ERROS                               00042300
            END-IF.                                                     00042400
                                                                        00042500
            MOVE SPACES                TO WRK-RUNCTL.                   00042600
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00042700
            MOVE 'FR06C115'            TO WRK-RUNCTL-PROGRAMA.          00042800
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00042900
            MOVE WRK-ACU-EXCLUIDAS     TO WRK-RUNCTL-GRAVADOS.          00043000
            MOVE WRK-ACU-PENDENTES     TO WRK-RUNCTL-EXCECAO.           00043100
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00043200
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00043300
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00043400
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00043500
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00043600
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00043700
            CLOSE RUNCTL.                                               00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       4900-99-FIM.            EXIT.                                    00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       9000-TRATAR-ERROS                  SECTION.                      00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
             MOVE 'FR06C115'       TO WRK-ERR-PROGRAMA.                 00044800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00044900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00045000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00045100
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00045200
             MOVE WRK-FS-ARQPEND   TO WRK-ERR-STATUS(3:2).              00045300
             MOVE WRK-FS-PENDCAP   TO WRK-ERR-STATUS(5:2).              00045400
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00045500
                                                                        00045600
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00045700
                                                                        00045800
      *----------------------------------------------------------------*00045900
       9000-99-FIM.            EXIT.                                    00046000
      *----------------------------------------------------------------*00046100
