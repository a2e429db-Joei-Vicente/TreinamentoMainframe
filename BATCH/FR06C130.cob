      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C130.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO CADASTRO DE ARMAZENS (ARMAZEM,      00001400
      *               LAYOUT B#ARMZ), NO MESMO PADRAO AUDITADO DO       00001500
      *               FR06CB67: LE O CADASTRO ATUAL (ARMENT), APLICA    00001600
      *               OS CARTOES DA SYSIN E GRAVA O CADASTRO NOVO       00001700
      *               (ARMSAI), COM UMA LINHA DE AUDITORIA POR          00001800
      *               ALTERACAO NO ARQUIVO AUDITAR E NA SYSOUT.         00001900
      *               O ARMAZEM 001 (PRINCIPAL) NAO PODE SER            00002000
      *               DESATIVADO.                                       00002100
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002200
      *               COL 01    ACAO: 'I' INCLUIR / 'D' DESATIVAR      *00002300
      *               COL 02-04 CODIGO DO ARMAZEM                      *00002400
      *               COL 05-34 NOME                                   *00002500
      *                                                                 00002600
      *----------------------------------------------------------------*00002700
      *     INPUT:                                                      00002800
      *     DDNAME           I/O                                        00002900
      *     ARMENT            I   (CADASTRO ATUAL - LRECL 40)           00003000
      *     ARMSAI            O   (CADASTRO NOVO - LRECL 40)            00003100
      *     AUDITAR           O   (AUDITORIA - LRECL 80, EXTEND)        00003200
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003250
      *                                                                 00003300
      *----------------------------------------------------------------*00003400
      *     MANUTENCAO:                                                 00003500
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003520
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003540
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003560
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003580
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
             SELECT ARMENT             ASSIGN TO ARMENT                 00005500
                FILE STATUS            IS WRK-FS-ARMENT.                00005600
             SELECT ARMSAI             ASSIGN TO ARMSAI                 00005700
                FILE STATUS            IS WRK-FS-ARMSAI.                00005800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005833
                FILE STATUS            IS WRK-FS-RUNCTL.                00005866
             SELECT AUDITAR            ASSIGN TO AUDITAR                00005900
                FILE STATUS            IS WRK-FS-AUDITAR.               00006000
                                                                        00006100
      *================================================================*00006200
       DATA                                      DIVISION.              00006300
      *================================================================*00006400
                                                                        00006500
      *----------------------------------------------------------------*00006600
       FILE                                      SECTION.               00006700
      *----------------------------------------------------------------*00006800
                                                                        00006900
       FD ARMENT                                                        00007000
           RECORDING MODE IS F                                          00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
       01 FD-ARMENT                    PIC X(40).                       00007300
                                                                        00007400
       FD ARMSAI                                                        00007500
           RECORDING MODE IS F                                          00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
       01 FD-ARMSAI                    PIC X(40).                       00007800
                                                                        00007816
       FD RUNCTL                                                        00007832
           RECORDING MODE IS F                                          00007848
           BLOCK CONTAINS 0 RECORDS.                                    00007864
       01 FD-RUNCTL                    PIC X(80).                       00007880
                                                                        00007900
       FD AUDITAR                                                       00008000
           RECORDING MODE IS F                                          00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
       01 FD-AUDITAR                   PIC X(80).                       00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       WORKING-STORAGE                           SECTION.               00008600
      *----------------------------------------------------------------*00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       01 FILLER                       PIC X(50)               VALUE    00009000
            '**** AREA DO REGISTRO DE ARMAZEM (B#ARMZ) ****'.           00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
        COPY 'B#ARMZ'.                                                  00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       01 FILLER                       PIC X(50)               VALUE    00009700
            '**** CADASTRO DE ARMAZENS EM MEMORIA ****'.                00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       01 WRK-TAB-ARMAZENS.                                             00010100
          05 WRK-TAB-ARM-ITEM          OCCURS 200 TIMES.                00010200
             10 WRK-TBR-CODIGO         PIC X(03).                       00010300
             10 WRK-TBR-NOME           PIC X(30).                       00010400
             10 WRK-TBR-ATIVO          PIC X(01).                       00010500
                                                                        00010600
       77 WRK-QT-ARMAZENS              PIC 9(03) VALUE ZEROS.           00010700
       77 WRK-IDX-ARM                  PIC 9(03) VALUE ZEROS.           00010800
       77 WRK-ACHOU                    PIC X(01) VALUE 'N'.             00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       01 FILLER                       PIC X(50)               VALUE    00011200
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
       01 WRK-CARTAO.                                                   00011600
          05 WRK-CARTAO-ACAO           PIC X(01).                       00011700
          05 WRK-CARTAO-CODIGO         PIC X(03).                       00011800
          05 WRK-CARTAO-NOME           PIC X(30).                       00011900
          05 FILLER                    PIC X(46).                       00012000
                                                                        00012100
       01 WRK-LINHA-AUDIT.                                              00012200
          05 WRK-AUD-DATA              PIC 9(08).                       00012300
          05 FILLER                    PIC X(01) VALUE SPACES.          00012400
          05 WRK-AUD-HORA              PIC 9(06).                       00012500
          05 FILLER                    PIC X(01) VALUE SPACES.          00012600
          05 WRK-AUD-ACAO              PIC X(10).                       00012700
          05 FILLER                    PIC X(01) VALUE SPACES.          00012800
          05 WRK-AUD-CODIGO            PIC X(03).                       00012900
          05 FILLER                    PIC X(01) VALUE SPACES.          00013000
          05 WRK-AUD-NOME              PIC X(30).                       00013100
          05 FILLER                    PIC X(11) VALUE SPACES.          00013200
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013250
                                                                        00013300
       01 WRK-HORA-SISTEMA.                                             00013400
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00013500
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
       01 FILLER                       PIC X(50)               VALUE    00013900
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       77 WRK-FS-ARMENT                PIC X(02) VALUE SPACES.          00014300
       77 WRK-FS-ARMSAI                PIC X(02) VALUE SPACES.          00014400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00014450
       77 WRK-FS-AUDITAR               PIC X(02) VALUE SPACES.          00014500
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00014600
       77 WRK-ACU-DESATIVADOS          PIC 9(03) VALUE ZEROS.           00014700
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00014800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014900
                                                                        00014912
      *----------------------------------------------------------------*00014924
       01 FILLER                       PIC X(50)               VALUE    00014936
            '**** AREA DO CONTROLE DE RODADA ****'.                     00014948
      *----------------------------------------------------------------*00014960
                                                                        00014972
        COPY 'B#RUNCTL'.                                                00014984
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
           PERFORM 2000-PROCESSAR                                       00016700
               UNTIL WRK-CARTAO EQUAL SPACES.                           00016800
                                                                        00016900
           PERFORM 3000-FINALIZAR.                                      00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       0000-99-FIM.            EXIT.                                    00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
      *----------------------------------------------------------------*00017600
       1000-INICIAR                       SECTION.                      00017700
      *----------------------------------------------------------------*00017800
                                                                        00017900
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018000
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018100
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018200
            PERFORM 1600-LER-JOB-RODADA.                                00018250
                                                                        00018300
            OPEN INPUT ARMENT.                                          00018400
            IF WRK-FS-ARMENT EQUAL '35'                                 00018500
                CONTINUE                                                00018600
            ELSE                                                        00018700
                IF WRK-FS-ARMENT NOT EQUAL ZEROS                        00018800
                    MOVE ' ERRO ABERTURA ARMENT ' TO WRK-MSG            00018900
                    PERFORM 9000-TRATAR-ERROS                           00019000
                END-IF                                                  00019100
                PERFORM 1100-CARREGAR-ENTRADA                           00019200
                    UNTIL WRK-FS-ARMENT EQUAL '10'                      00019300
                CLOSE ARMENT                                            00019400
            END-IF.                                                     00019500
                                                                        00019600
            OPEN OUTPUT ARMSAI.                                         00019700
            IF WRK-FS-ARMSAI NOT EQUAL ZEROS                            00019800
                MOVE ' ERRO ABERTURA ARMSAI ' TO WRK-MSG                00019900
                PERFORM 9000-TRATAR-ERROS                               00020000
            END-IF.                                                     00020100
                                                                        00020200
            OPEN EXTEND AUDITAR.                                        00020300
            IF WRK-FS-AUDITAR EQUAL '35'                                00020400
                OPEN OUTPUT AUDITAR                                     00020500
            END-IF.                                                     00020600
            IF WRK-FS-AUDITAR NOT EQUAL ZEROS                           00020700
                MOVE ' ERRO ABERTURA AUDITAR ' TO WRK-MSG               00020800
                PERFORM 9000-TRATAR-ERROS                               00020900
            END-IF.                                                     00021000
                                                                        00021100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       1000-99-FIM.            EXIT.                                    00021500
      *----------------------------------------------------------------*00021600
      *----------------------------------------------------------------*00021700
       1100-CARREGAR-ENTRADA              SECTION.                      00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
            READ ARMENT INTO WRK-REG-ARMAZEM.                           00022100
                                                                        00022200
            IF WRK-FS-ARMENT EQUAL ZEROS                                00022300
                IF WRK-QT-ARMAZENS LESS 200                             00022400
                    ADD 1 TO WRK-QT-ARMAZENS                            00022500
                    MOVE WRK-ARM-CODIGO                                 00022600
                         TO WRK-TBR-CODIGO(WRK-QT-ARMAZENS)             00022700
                    MOVE WRK-ARM-NOME                                   00022800
                         TO WRK-TBR-NOME(WRK-QT-ARMAZENS)               00022900
                    MOVE WRK-ARM-ATIVO                                  00023000
                         TO WRK-TBR-ATIVO(WRK-QT-ARMAZENS)              00023100
                ELSE                                                    00023200
                    MOVE ' TABELA DE ARMAZENS CHEIA ' TO WRK-MSG        00023300
                    PERFORM 9000-TRATAR-ERROS                           00023400
                END-IF                                                  00023500
            END-IF.                                                     00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       1100-99-FIM.            EXIT.                                    00023900
      *----------------------------------------------------------------*00023904
      *----------------------------------------------------------------*00023908
       1600-LER-JOB-RODADA                SECTION.                      00023912
      *----------------------------------------------------------------*00023916
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00023920
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00023924
      *----------------------------------------------------------------*00023928
                                                                        00023932
            MOVE SPACES TO WRK-AUD-JOB.                                 00023936
            OPEN INPUT RUNCTL.                                          00023940
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00023944
                GO TO 1600-99-FIM                                       00023948
            END-IF.                                                     00023952
                                                                        00023956
            READ RUNCTL INTO WRK-RUNCTL.                                00023960
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00023964
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00023968
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00023972
            END-IF.                                                     00023976
            CLOSE RUNCTL.                                               00023980
                                                                        00023984
      *----------------------------------------------------------------*00023988
       1600-99-FIM.            EXIT.                                    00023992
      *----------------------------------------------------------------*00024000
      *----------------------------------------------------------------*00024100
       2000-PROCESSAR                     SECTION.                      00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
            EVALUATE WRK-CARTAO-ACAO                                    00024500
             WHEN 'I'                                                   00024600
               PERFORM 2100-INCLUIR                                     00024700
             WHEN 'D'                                                   00024800
               PERFORM 2200-DESATIVAR                                   00024900
             WHEN OTHER                                                 00025000
               ADD 1 TO WRK-ACU-RECUSADOS                               00025100
               DISPLAY 'CARTAO COM ACAO INVALIDA: ' WRK-CARTAO          00025200
            END-EVALUATE.                                               00025300
                                                                        00025400
            ACCEPT WRK-CARTAO FROM SYSIN.                               00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       2000-99-FIM.            EXIT.                                    00025800
      *----------------------------------------------------------------*00025900
      *----------------------------------------------------------------*00026000
       2100-INCLUIR                       SECTION.                      00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
            IF WRK-CARTAO-CODIGO NOT NUMERIC                            00026400
               OR WRK-CARTAO-CODIGO EQUAL '000'                         00026500
                ADD 1 TO WRK-ACU-RECUSADOS                              00026600
                DISPLAY 'CODIGO INVALIDO - RECUSADO: ' WRK-CARTAO       00026700
                GO TO 2100-99-FIM                                       00026800
            END-IF.                                                     00026900
                                                                        00027000
            IF WRK-CARTAO-NOME EQUAL SPACES                             00027100
                ADD 1 TO WRK-ACU-RECUSADOS                              00027200
                DISPLAY 'NOME EM BRANCO - RECUSADO: ' WRK-CARTAO        00027300
                GO TO 2100-99-FIM                                       00027400
            END-IF.                                                     00027500
                                                                        00027600
            PERFORM 2300-PROCURAR-ATIVO.                                00027700
            IF WRK-ACHOU EQUAL 'S'                                      00027800
                ADD 1 TO WRK-ACU-RECUSADOS                              00027900
                DISPLAY 'JA CADASTRADO - RECUSADO: '                    00028000
                        WRK-CARTAO-CODIGO                               00028100
                GO TO 2100-99-FIM                                       00028200
            END-IF.                                                     00028300
                                                                        00028400
            IF WRK-QT-ARMAZENS NOT LESS 200                             00028500
                MOVE ' TABELA DE ARMAZENS CHEIA ' TO WRK-MSG            00028600
                PERFORM 9000-TRATAR-ERROS                               00028700
            END-IF.                                                     00028800
                                                                        00028900
            ADD 1 TO WRK-QT-ARMAZENS.                                   00029000
            MOVE WRK-CARTAO-CODIGO TO WRK-TBR-CODIGO(WRK-QT-ARMAZENS).  00029100
            MOVE WRK-CARTAO-NOME   TO WRK-TBR-NOME(WRK-QT-ARMAZENS).    00029200
            MOVE 'S'               TO WRK-TBR-ATIVO(WRK-QT-ARMAZENS).   00029300
            ADD 1 TO WRK-ACU-INCLUIDOS.                                 00029400
                                                                        00029500
            MOVE 'INCLUSAO  ' TO WRK-AUD-ACAO.                          00029600
            PERFORM 2400-GRAVAR-AUDITORIA.                              00029700
                                                                        00029800
      *----------------------------------------------------------------*00029900
       2100-99-FIM.            EXIT.                                    00030000
      *----------------------------------------------------------------*00030100
      *----------------------------------------------------------------*00030200
       2200-DESATIVAR                     SECTION.                      00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
            IF WRK-CARTAO-CODIGO EQUAL '001'                            00030600
                ADD 1 TO WRK-ACU-RECUSADOS                              00030700
                DISPLAY 'ARMAZEM PRINCIPAL - RECUSADO: '                00030800
                        WRK-CARTAO-CODIGO                               00030900
                GO TO 2200-99-FIM                                       00031000
            END-IF.                                                     00031100
                                                                        00031200
            PERFORM 2300-PROCURAR-ATIVO.                                00031300
                                                                        00031400
            IF WRK-ACHOU EQUAL 'N'                                      00031500
                ADD 1 TO WRK-ACU-RECUSADOS                              00031600
                DISPLAY 'NAO CADASTRADO - RECUSADO: '                   00031700
                        WRK-CARTAO-CODIGO                               00031800
                GO TO 2200-99-FIM                                       00031900
            END-IF.                                                     00032000
                                                                        00032100
            MOVE 'N' TO WRK-TBR-ATIVO(WRK-IDX-ARM).                     00032200
            MOVE WRK-TBR-NOME(WRK-IDX-ARM) TO WRK-CARTAO-NOME.          00032300
            ADD 1 TO WRK-ACU-DESATIVADOS.                               00032400
                                                                        00032500
            MOVE 'DESATIVADO' TO WRK-AUD-ACAO.                          00032600
            PERFORM 2400-GRAVAR-AUDITORIA.                              00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
       2200-99-FIM.            EXIT.                                    00033000
      *----------------------------------------------------------------*00033100
      *----------------------------------------------------------------*00033200
       2300-PROCURAR-ATIVO                SECTION.                      00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
            MOVE 'N' TO WRK-ACHOU.                                      00033600
            MOVE 1   TO WRK-IDX-ARM.                                    00033700
                                                                        00033800
            PERFORM 2310-COMPARAR-CODIGO                                00033900
                UNTIL WRK-IDX-ARM GREATER WRK-QT-ARMAZENS               00034000
                   OR WRK-ACHOU EQUAL 'S'.                              00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       2300-99-FIM.            EXIT.                                    00034400
      *----------------------------------------------------------------*00034500
      *----------------------------------------------------------------*00034600
       2310-COMPARAR-CODIGO               SECTION.                      00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
            IF WRK-TBR-CODIGO(WRK-IDX-ARM) EQUAL WRK-CARTAO-CODIGO      00035000
               AND WRK-TBR-ATIVO(WRK-IDX-ARM) EQUAL 'S'                 00035100
                MOVE 'S' TO WRK-ACHOU                                   00035200
            ELSE                                                        00035300
                ADD 1 TO WRK-IDX-ARM                                    00035400
            END-IF.                                                     00035500
                                                                        00035600
      *----------------------------------------------------------------*00035700
       2310-99-FIM.            EXIT.                                    00035800
      *----------------------------------------------------------------*00035900
      *----------------------------------------------------------------*00036000
       2400-GRAVAR-AUDITORIA              SECTION.                      00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
            MOVE WRK-CARTAO-CODIGO TO WRK-AUD-CODIGO.                   00036400
            MOVE WRK-CARTAO-NOME   TO WRK-AUD-NOME.                     00036500
            WRITE FD-AUDITAR FROM WRK-LINHA-AUDIT.                      00036600
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       2400-99-FIM.            EXIT.                                    00037000
      *----------------------------------------------------------------*00037100
      *----------------------------------------------------------------*00037200
       3000-FINALIZAR                     SECTION.                      00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
            PERFORM 3100-GRAVAR-SAIDA                                   00037600
                VARYING WRK-IDX-ARM FROM 1 BY 1                         00037700
                UNTIL WRK-IDX-ARM GREATER WRK-QT-ARMAZENS.              00037800
                                                                        00037900
            CLOSE ARMSAI                                                00038000
                  AUDITAR.                                              00038100
                                                                        00038200
            DISPLAY '------------------------------------------------'. 00038300
            DISPLAY '  ARMAZENS NO CADASTRO.: ' WRK-QT-ARMAZENS.        00038400
            DISPLAY '  INCLUIDOS............: ' WRK-ACU-INCLUIDOS.      00038500
            DISPLAY '  DESATIVADOS..........: ' WRK-ACU-DESATIVADOS.    00038600
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00038700
            DISPLAY '------------------------------------------------'. 00038800
                                                                        00038900
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00039000
                MOVE 4 TO RETURN-CODE                                   00039100
            END-IF.                                                     00039200
                                                                        00039300
            STOP RUN.                                                   00039400
      *----------------------------------------------------------------*00039500
       3000-99-FIM.            EXIT.                                    00039600
      *----------------------------------------------------------------*00039700
      *----------------------------------------------------------------*00039800
       3100-GRAVAR-SAIDA                  SECTION.                      00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
            MOVE SPACES            TO WRK-REG-ARMAZEM.                  00040200
            MOVE WRK-TBR-CODIGO(WRK-IDX-ARM) TO WRK-ARM-CODIGO.         00040300
            MOVE WRK-TBR-NOME(WRK-IDX-ARM)   TO WRK-ARM-NOME.           00040400
            MOVE WRK-TBR-ATIVO(WRK-IDX-ARM)  TO WRK-ARM-ATIVO.          00040500
            WRITE FD-ARMSAI FROM WRK-REG-ARMAZEM.                       00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       3100-99-FIM.            EXIT.                                    00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       9000-TRATAR-ERROS                  SECTION.                      00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
             MOVE 'FR06C130'       TO WRK-ERR-PROGRAMA.                 00041600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00041700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00041800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00041900
             MOVE WRK-FS-ARMENT    TO WRK-ERR-STATUS(1:2).              00042000
             MOVE WRK-FS-ARMSAI    TO WRK-ERR-STATUS(3:2).              00042100
             MOVE WRK-FS-AUDITAR   TO WRK-ERR-STATUS(5:2).              00042200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00042300
                                                                        00042400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       9000-99-FIM.            EXIT.                                    00042800
      *----------------------------------------------------------------*00042900
