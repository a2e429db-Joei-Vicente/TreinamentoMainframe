      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C128.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO MESTRE DE FORNECEDORES (FORNMST,    00001400
      *               LAYOUT B#FORN), QUE DA O CODIGO USADO NO ARQPROD  00001500
      *               (WRK-REG-COD-FORN) E NO MESTRE DE PEDIDOS         00001600
      *               (WRK-PED-COD-FORN). NO MESMO PADRAO AUDITADO DO   00001700
      *               FR06C124: LE O MESTRE ATUAL (FORNENT), APLICA OS  00001800
      *               CARTOES DA SYSIN E GRAVA O MESTRE NOVO (FORNSAI,  00001900
      *               EM ORDEM DE CODIGO) COM UMA LINHA DE AUDITORIA    00002000
      *               POR ALTERACAO NO AUDITFO E NA SYSOUT. CADA        00002100
      *               CARTAO TAMBEM VAI PARA A AUDITORIA CENTRAL        00002200
      *               (AUDSYS).                                         00002300
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002400
      *               COL 01    ACAO: 'I' INCLUIR / 'A' ALTERAR /       00002500
      *                               'D' DESATIVAR / 'R' REATIVAR      00002600
      *               COL 02-06 CODIGO DO FORNECEDOR (NAO ZERO)         00002700
      *               COL 07-46 RAZAO SOCIAL                            00002800
      *               COL 47-60 CNPJ (CONFERIDO PELO VALDOC E UNICO     00002900
      *                         NO MESTRE)                              00003000
      *               COL 61-63 PRAZO DE ENTREGA EM DIAS                00003100
      *               COL 64-66 PRAZO DE PAGAMENTO EM DIAS              00003200
      *               COL 67-74 OPERADOR (OBRIGATORIO)                  00003300
      *               NA INCLUSAO TODOS OS CAMPOS SAO OBRIGATORIOS; NA  00003400
      *               ALTERACAO CAMPO EM BRANCO MANTEM O VALOR ATUAL.   00003500
      *               CARTAO RECUSADO DA RC 4.                          00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     FORNENT           I   (MESTRE ATUAL - LRECL 100,            00004100
      *                            AUSENTE NA PRIMEIRA CARGA)           00004200
      *     FORNSAI           O   (MESTRE NOVO - LRECL 100)             00004300
      *     AUDITFO           O   (AUDITORIA - LRECL 80, EXTEND)        00004400
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00004450
      *                                                                 00004500
      *----------------------------------------------------------------*00004600
      *     MANUTENCAO:                                                 00004700
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00004714
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00004728
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00004742
      *                     CONSOLIDADO DE AUDITORIA FR06C159. SAI DA   00004756
      *                     LINHA O PAR DE SITUACAO ANTERIOR/NOVA, JA   00004770
      *                     DADO PELA ACAO.                             00004784
      *                                                                 00004800
      *================================================================*00004900
                                                                        00005000
      *================================================================*00005100
       ENVIRONMENT                               DIVISION.              00005200
      *================================================================*00005300
                                                                        00005400
      *----------------------------------------------------------------*00005500
       CONFIGURATION                             SECTION.               00005600
      *----------------------------------------------------------------*00005700
                                                                        00005800
       SPECIAL-NAMES.                                                   00005900
           DECIMAL-POINT IS COMMA.                                      00006000
                                                                        00006100
      *----------------------------------------------------------------*00006200
       INPUT-OUTPUT                              SECTION.               00006300
      *----------------------------------------------------------------*00006400
                                                                        00006500
       FILE-CONTROL.                                                    00006600
             SELECT FORNENT            ASSIGN TO FORNENT                00006700
                FILE STATUS            IS WRK-FS-FORNENT.               00006800
             SELECT FORNSAI            ASSIGN TO FORNSAI                00006900
                FILE STATUS            IS WRK-FS-FORNSAI.               00007000
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00007033
                FILE STATUS            IS WRK-FS-RUNCTL.                00007066
             SELECT AUDITFO            ASSIGN TO AUDITFO                00007100
                FILE STATUS            IS WRK-FS-AUDITFO.               00007200
             SELECT ORDENA             ASSIGN TO ORDENA.                00007300
                                                                        00007400
      *================================================================*00007500
       DATA                                      DIVISION.              00007600
      *================================================================*00007700
                                                                        00007800
      *----------------------------------------------------------------*00007900
       FILE                                      SECTION.               00008000
      *----------------------------------------------------------------*00008100
                                                                        00008200
       FD FORNENT                                                       00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-FORNENT                   PIC X(100).                      00008600
                                                                        00008700
       FD FORNSAI                                                       00008800
           RECORDING MODE IS F                                          00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
       01 FD-FORNSAI                   PIC X(100).                      00009100
                                                                        00009116
       FD RUNCTL                                                        00009132
           RECORDING MODE IS F                                          00009148
           BLOCK CONTAINS 0 RECORDS.                                    00009164
       01 FD-RUNCTL                    PIC X(80).                       00009180
                                                                        00009200
       FD AUDITFO                                                       00009300
           RECORDING MODE IS F                                          00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
       01 FD-AUDITFO                   PIC X(80).                       00009600
                                                                        00009700
       SD ORDENA.                                                       00009800
       01 SD-ORDENA.                                                    00009900
          05 SD-CODIGO                 PIC 9(05).                       00010000
          05 FILLER                    PIC X(95).                       00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       WORKING-STORAGE                           SECTION.               00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
      *----------------------------------------------------------------*00010700
       01 FILLER                       PIC X(50)               VALUE    00010800
            '**** AREA DO LAYOUT DO FORNECEDOR ****'.                   00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
        COPY 'B#FORN'.                                                  00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01 FILLER                       PIC X(50)               VALUE    00011500
            '**** TABELA EM MEMORIA ****'.                              00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       01 WRK-TAB-FORNECEDORES.                                         00011900
          05 WRK-TAB-FORN-ITEM         OCCURS 2000 TIMES.               00012000
             10 WRK-TFO-CODIGO         PIC 9(05).                       00012100
             10 FILLER                 PIC X(40).                       00012200
             10 WRK-TFO-CNPJ           PIC X(14).                       00012300
             10 FILLER                 PIC X(41).                       00012400
                                                                        00012500
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00012600
       77 WRK-IDX-FORN                 PIC 9(04) VALUE ZEROS.           00012700
       77 WRK-FORN-ACHADO              PIC 9(04) VALUE ZEROS.           00012800
       77 WRK-CNPJ-USADO               PIC X(01) VALUE 'N'.             00012900
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       01 FILLER                       PIC X(50)               VALUE    00013300
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       01 WRK-CARTAO.                                                   00013700
          05 WRK-CARTAO-ACAO           PIC X(01).                       00013800
          05 WRK-CARTAO-CODIGO         PIC X(05).                       00013900
          05 WRK-CARTAO-CODIGO-N    REDEFINES WRK-CARTAO-CODIGO         00014000
                                       PIC 9(05).                       00014100
          05 WRK-CARTAO-RAZAO          PIC X(40).                       00014200
          05 WRK-CARTAO-CNPJ           PIC X(14).                       00014300
          05 WRK-CARTAO-PRAZO-ENTREGA  PIC X(03).                       00014400
          05 WRK-CARTAO-PRAZO-ENT-N REDEFINES WRK-CARTAO-PRAZO-ENTREGA  00014500
                                       PIC 9(03).                       00014600
          05 WRK-CARTAO-PRAZO-PAGTO    PIC X(03).                       00014700
          05 WRK-CARTAO-PRAZO-PAG-N REDEFINES WRK-CARTAO-PRAZO-PAGTO    00014800
                                       PIC 9(03).                       00014900
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00015000
          05 FILLER                    PIC X(06).                       00015100
                                                                        00015200
       01 WRK-LINHA-AUDIT.                                              00015300
          05 WRK-AFO-DATA              PIC 9(08).                       00015400
          05 FILLER                    PIC X(01) VALUE SPACES.          00015500
          05 WRK-AFO-HORA              PIC 9(06).                       00015600
          05 FILLER                    PIC X(01) VALUE SPACES.          00015700
          05 WRK-AFO-CODIGO            PIC 9(05).                       00015800
          05 FILLER                    PIC X(01) VALUE SPACES.          00015900
          05 WRK-AFO-ACAO              PIC X(10).                       00016000
          05 FILLER                    PIC X(01) VALUE SPACES.          00016100
          05 WRK-AFO-CNPJ-ANTERIOR     PIC X(14).                       00016600
          05 FILLER                    PIC X(01) VALUE '>'.             00016700
          05 WRK-AFO-CNPJ-NOVO         PIC X(14).                       00016800
          05 FILLER                    PIC X(01) VALUE SPACES.          00016900
          05 WRK-AFO-OPERADOR          PIC X(08).                       00017000
          05 FILLER                    PIC X(01) VALUE SPACES.          00017100
          05 WRK-AFO-JOB               PIC X(08) VALUE SPACES.          00017150
                                                                        00017200
       01 WRK-HORA-SISTEMA.                                             00017300
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00017400
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00017500
                                                                        00017600
       01 WRK-DATA-ATUALIZ.                                             00017700
          05 WRK-DAT-DIA               PIC 9(02).                       00017800
          05 WRK-DAT-MES               PIC 9(02).                       00017900
          05 WRK-DAT-ANO               PIC 9(04).                       00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
       01 FILLER                       PIC X(50)               VALUE    00018300
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
       77 WRK-FS-FORNENT               PIC X(02) VALUE SPACES.          00018700
       77 WRK-FS-FORNSAI               PIC X(02) VALUE SPACES.          00018800
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00018850
       77 WRK-FS-AUDITFO               PIC X(02) VALUE SPACES.          00018900
       77 WRK-ACU-INCLUIDOS            PIC 9(05) VALUE ZEROS.           00019000
       77 WRK-ACU-ALTERADOS            PIC 9(05) VALUE ZEROS.           00019100
       77 WRK-ACU-DESATIVADOS          PIC 9(05) VALUE ZEROS.           00019200
       77 WRK-ACU-REATIVADOS           PIC 9(05) VALUE ZEROS.           00019300
       77 WRK-ACU-ATIVOS               PIC 9(05) VALUE ZEROS.           00019400
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00019500
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00019600
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00019700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00019800
                                                                        00019812
      *----------------------------------------------------------------*00019824
       01 FILLER                       PIC X(50)               VALUE    00019836
            '**** AREA DO CONTROLE DE RODADA ****'.                     00019848
      *----------------------------------------------------------------*00019860
                                                                        00019872
        COPY 'B#RUNCTL'.                                                00019884
                                                                        00019900
      *----------------------------------------------------------------*00020000
       01 FILLER                       PIC X(50)               VALUE    00020100
            '**** AREA DOS MODULOS VALDOC/AUDSYS ****'.                 00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
        COPY '#VALDOC'.                                                 00020500
        COPY '#AUDSYS'.                                                 00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
       01 FILLER                       PIC X(50)               VALUE    00020900
            '**** AREA DO MODULO TRTERRO ****'.                         00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
        COPY '#TRTERRO'.                                                00021300
                                                                        00021400
      *================================================================*00021500
       PROCEDURE DIVISION.                                              00021600
      *================================================================*00021700
      *----------------------------------------------------------------*00021800
       0000-PRINCIPAL                     SECTION.                      00021900
      *----------------------------------------------------------------*00022000
                                                                        00022100
           PERFORM 1000-INICIAR.                                        00022200
           PERFORM 2000-PROCESSAR                                       00022300
               UNTIL WRK-CARTAO EQUAL SPACES.                           00022400
           PERFORM 3000-FINALIZAR.                                      00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
       0000-99-FIM.            EXIT.                                    00022800
      *----------------------------------------------------------------*00022900
      *----------------------------------------------------------------*00023000
       1000-INICIAR                       SECTION.                      00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
            ACCEPT WRK-AFO-DATA FROM DATE YYYYMMDD.                     00023400
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00023500
            MOVE WRK-HORA-HHMMSS   TO WRK-AFO-HORA.                     00023600
            MOVE WRK-AFO-DATA(7:2) TO WRK-DAT-DIA.                      00023700
            MOVE WRK-AFO-DATA(5:2) TO WRK-DAT-MES.                      00023800
            MOVE WRK-AFO-DATA(1:4) TO WRK-DAT-ANO.                      00023900
            PERFORM 1600-LER-JOB-RODADA.                                00023950
                                                                        00024000
            OPEN INPUT FORNENT.                                         00024100
            IF WRK-FS-FORNENT EQUAL '35'                                00024200
                DISPLAY 'FORNENT AUSENTE - PRIMEIRA CARGA'              00024300
            ELSE                                                        00024400
                IF WRK-FS-FORNENT NOT EQUAL ZEROS                       00024500
                    MOVE ' ERRO ABERTURA FORNENT ' TO WRK-MSG           00024600
                    PERFORM 9000-TRATAR-ERROS                           00024700
                END-IF                                                  00024800
                PERFORM 1100-CARREGAR-FORNECEDOR                        00024900
                    UNTIL WRK-FS-FORNENT EQUAL '10'                     00025000
                CLOSE FORNENT                                           00025100
            END-IF.                                                     00025200
                                                                        00025300
            OPEN EXTEND AUDITFO.                                        00025400
            IF WRK-FS-AUDITFO EQUAL '35'                                00025500
                OPEN OUTPUT AUDITFO                                     00025600
            END-IF.                                                     00025700
            IF WRK-FS-AUDITFO NOT EQUAL ZEROS                           00025800
                MOVE ' ERRO ABERTURA AUDITFO ' TO WRK-MSG               00025900
                PERFORM 9000-TRATAR-ERROS                               00026000
            END-IF.                                                     00026100
                                                                        00026200
            PERFORM 1200-LER-CARTAO.                                    00026300
                                                                        00026400
      *----------------------------------------------------------------*00026500
       1000-99-FIM.            EXIT.                                    00026600
      *----------------------------------------------------------------*00026700
      *----------------------------------------------------------------*00026800
       1100-CARREGAR-FORNECEDOR           SECTION.                      00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
            READ FORNENT.                                               00027200
            IF WRK-FS-FORNENT NOT EQUAL ZEROS                           00027300
                MOVE '10' TO WRK-FS-FORNENT                             00027400
                GO TO 1100-99-FIM                                       00027500
            END-IF.                                                     00027600
                                                                        00027700
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00027800
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00027900
                PERFORM 9000-TRATAR-ERROS                               00028000
            END-IF.                                                     00028100
                                                                        00028200
            ADD 1 TO WRK-QT-FORNECEDORES.                               00028300
            MOVE FD-FORNENT TO WRK-TAB-FORN-ITEM(WRK-QT-FORNECEDORES).  00028400
                                                                        00028500
      *----------------------------------------------------------------*00028600
       1100-99-FIM.            EXIT.                                    00028700
      *----------------------------------------------------------------*00028800
      *----------------------------------------------------------------*00028900
       1200-LER-CARTAO                    SECTION.                      00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
            ACCEPT WRK-CARTAO FROM SYSIN.                               00029300
                                                                        00029400
            IF WRK-CARTAO NOT EQUAL SPACES                              00029500
                MOVE 'FR06C128'  TO WRK-AUD-PROGRAMA                    00029600
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00029700
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00029800
            END-IF.                                                     00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       1200-99-FIM.            EXIT.                                    00030200
      *----------------------------------------------------------------*00030204
      *----------------------------------------------------------------*00030208
       1600-LER-JOB-RODADA                SECTION.                      00030212
      *----------------------------------------------------------------*00030216
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00030220
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00030224
      *----------------------------------------------------------------*00030228
                                                                        00030232
            MOVE SPACES TO WRK-AFO-JOB.                                 00030236
            OPEN INPUT RUNCTL.                                          00030240
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00030244
                GO TO 1600-99-FIM                                       00030248
            END-IF.                                                     00030252
                                                                        00030256
            READ RUNCTL INTO WRK-RUNCTL.                                00030260
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00030264
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00030268
                MOVE WRK-RUNCTL-JOB TO WRK-AFO-JOB                      00030272
            END-IF.                                                     00030276
            CLOSE RUNCTL.                                               00030280
                                                                        00030284
      *----------------------------------------------------------------*00030288
       1600-99-FIM.            EXIT.                                    00030292
      *----------------------------------------------------------------*00030300
      *----------------------------------------------------------------*00030400
       2000-PROCESSAR                     SECTION.                      00030500
      *----------------------------------------------------------------*00030600
                                                                        00030700
            IF WRK-CARTAO-ACAO NOT EQUAL 'I'                            00030800
               AND WRK-CARTAO-ACAO NOT EQUAL 'A'                        00030900
               AND WRK-CARTAO-ACAO NOT EQUAL 'D'                        00031000
               AND WRK-CARTAO-ACAO NOT EQUAL 'R'                        00031100
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00031200
                PERFORM 2900-RECUSAR-CARTAO                             00031300
                GO TO 2000-88-LER                                       00031400
            END-IF.                                                     00031500
                                                                        00031600
            IF WRK-CARTAO-OPERADOR EQUAL SPACES                         00031700
                MOVE 'OPERADOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA      00031800
                PERFORM 2900-RECUSAR-CARTAO                             00031900
                GO TO 2000-88-LER                                       00032000
            END-IF.                                                     00032100
                                                                        00032200
            IF WRK-CARTAO-CODIGO NOT NUMERIC                            00032300
               OR WRK-CARTAO-CODIGO-N EQUAL ZEROS                       00032400
                MOVE 'CODIGO INVALIDO' TO WRK-MOTIVO-RECUSA             00032500
                PERFORM 2900-RECUSAR-CARTAO                             00032600
                GO TO 2000-88-LER                                       00032700
            END-IF.                                                     00032800
                                                                        00032900
            PERFORM 2300-PROCURAR-FORNECEDOR.                           00033000
                                                                        00033100
            IF WRK-CARTAO-ACAO EQUAL 'I'                                00033200
               AND WRK-FORN-ACHADO NOT EQUAL ZEROS                      00033300
                MOVE 'FORNECEDOR JA CADASTRADO' TO WRK-MOTIVO-RECUSA    00033400
                PERFORM 2900-RECUSAR-CARTAO                             00033500
                GO TO 2000-88-LER                                       00033600
            END-IF.                                                     00033700
                                                                        00033800
            IF WRK-CARTAO-ACAO NOT EQUAL 'I'                            00033900
               AND WRK-FORN-ACHADO EQUAL ZEROS                          00034000
                MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO-RECUSA   00034100
                PERFORM 2900-RECUSAR-CARTAO                             00034200
                GO TO 2000-88-LER                                       00034300
            END-IF.                                                     00034400
                                                                        00034500
            EVALUATE WRK-CARTAO-ACAO                                    00034600
             WHEN 'I'                                                   00034700
               PERFORM 2100-INCLUIR-FORNECEDOR                          00034800
             WHEN 'A'                                                   00034900
               PERFORM 2200-ALTERAR-FORNECEDOR                          00035000
             WHEN OTHER                                                 00035100
               PERFORM 2400-TROCAR-SITUACAO                             00035200
            END-EVALUATE.                                               00035300
                                                                        00035400
       2000-88-LER.                                                     00035500
            PERFORM 1200-LER-CARTAO.                                    00035600
                                                                        00035700
      *----------------------------------------------------------------*00035800
       2000-99-FIM.            EXIT.                                    00035900
      *----------------------------------------------------------------*00036000
      *----------------------------------------------------------------*00036100
       2100-INCLUIR-FORNECEDOR            SECTION.                      00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
            IF WRK-CARTAO-RAZAO EQUAL SPACES                            00036500
                MOVE 'RAZAO SOCIAL NAO INFORMADA' TO WRK-MOTIVO-RECUSA  00036600
                PERFORM 2900-RECUSAR-CARTAO                             00036700
                GO TO 2100-99-FIM                                       00036800
            END-IF.                                                     00036900
                                                                        00037000
            IF WRK-CARTAO-PRAZO-ENTREGA NOT NUMERIC                     00037100
               OR WRK-CARTAO-PRAZO-PAGTO NOT NUMERIC                    00037200
                MOVE 'PRAZO INVALIDO' TO WRK-MOTIVO-RECUSA              00037300
                PERFORM 2900-RECUSAR-CARTAO                             00037400
                GO TO 2100-99-FIM                                       00037500
            END-IF.                                                     00037600
                                                                        00037700
            PERFORM 2500-VALIDAR-CNPJ.                                  00037800
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00037900
                PERFORM 2900-RECUSAR-CARTAO                             00038000
                GO TO 2100-99-FIM                                       00038100
            END-IF.                                                     00038200
                                                                        00038300
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00038400
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00038500
                PERFORM 9000-TRATAR-ERROS                               00038600
            END-IF.                                                     00038700
            ADD 1 TO WRK-QT-FORNECEDORES.                               00038800
            MOVE WRK-QT-FORNECEDORES        TO WRK-FORN-ACHADO.         00038900
            ADD 1 TO WRK-ACU-INCLUIDOS.                                 00039000
                                                                        00039100
            MOVE SPACES                     TO WRK-REG-FORNECEDOR.      00039200
            MOVE WRK-CARTAO-CODIGO-N        TO WRK-FOR-CODIGO.          00039300
            MOVE 'INCLUIDO'                 TO WRK-AFO-ACAO.            00039400
            MOVE SPACES                     TO WRK-AFO-CNPJ-ANTERIOR.   00039500
                                                                        00039700
            MOVE WRK-CARTAO-RAZAO           TO WRK-FOR-RAZAO.           00039800
            MOVE WRK-CARTAO-CNPJ            TO WRK-FOR-CNPJ.            00039900
            MOVE WRK-CARTAO-PRAZO-ENT-N     TO WRK-FOR-PRAZO-ENTREGA.   00040000
            MOVE WRK-CARTAO-PRAZO-PAG-N     TO WRK-FOR-PRAZO-PAGTO.     00040100
            MOVE 'A'                        TO WRK-FOR-SITUACAO.        00040200
                                                                        00040300
            PERFORM 2600-ATUALIZAR-TABELA.                              00040400
                                                                        00040500
      *----------------------------------------------------------------*00040600
       2100-99-FIM.            EXIT.                                    00040700
      *----------------------------------------------------------------*00040800
      *----------------------------------------------------------------*00040900
       2200-ALTERAR-FORNECEDOR            SECTION.                      00041000
      *----------------------------------------------------------------*00041100
      *    CAMPO EM BRANCO NO CARTAO MANTEM O VALOR DO MESTRE.         *00041200
      *----------------------------------------------------------------*00041300
                                                                        00041400
            IF WRK-CARTAO-RAZAO EQUAL SPACES                            00041500
               AND WRK-CARTAO-CNPJ EQUAL SPACES                         00041600
               AND WRK-CARTAO-PRAZO-ENTREGA EQUAL SPACES                00041700
               AND WRK-CARTAO-PRAZO-PAGTO EQUAL SPACES                  00041800
                MOVE 'NADA A ALTERAR' TO WRK-MOTIVO-RECUSA              00041900
                PERFORM 2900-RECUSAR-CARTAO                             00042000
                GO TO 2200-99-FIM                                       00042100
            END-IF.                                                     00042200
                                                                        00042300
            IF (WRK-CARTAO-PRAZO-ENTREGA NOT EQUAL SPACES               00042400
                AND WRK-CARTAO-PRAZO-ENTREGA NOT NUMERIC)               00042500
               OR (WRK-CARTAO-PRAZO-PAGTO NOT EQUAL SPACES              00042600
                AND WRK-CARTAO-PRAZO-PAGTO NOT NUMERIC)                 00042700
                MOVE 'PRAZO INVALIDO' TO WRK-MOTIVO-RECUSA              00042800
                PERFORM 2900-RECUSAR-CARTAO                             00042900
                GO TO 2200-99-FIM                                       00043000
            END-IF.                                                     00043100
                                                                        00043200
            IF WRK-CARTAO-CNPJ NOT EQUAL SPACES                         00043300
                PERFORM 2500-VALIDAR-CNPJ                               00043400
                IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                   00043500
                    PERFORM 2900-RECUSAR-CARTAO                         00043600
                    GO TO 2200-99-FIM                                   00043700
                END-IF                                                  00043800
            END-IF.                                                     00043900
                                                                        00044000
            ADD 1 TO WRK-ACU-ALTERADOS.                                 00044100
            MOVE WRK-TAB-FORN-ITEM(WRK-FORN-ACHADO)                     00044200
                                            TO WRK-REG-FORNECEDOR.      00044300
            MOVE 'ALTERADO'                 TO WRK-AFO-ACAO.            00044400
            MOVE WRK-FOR-CNPJ               TO WRK-AFO-CNPJ-ANTERIOR.   00044600
                                                                        00044700
            IF WRK-CARTAO-RAZAO NOT EQUAL SPACES                        00044800
                MOVE WRK-CARTAO-RAZAO       TO WRK-FOR-RAZAO            00044900
            END-IF.                                                     00045000
            IF WRK-CARTAO-CNPJ NOT EQUAL SPACES                         00045100
                MOVE WRK-CARTAO-CNPJ        TO WRK-FOR-CNPJ             00045200
            END-IF.                                                     00045300
            IF WRK-CARTAO-PRAZO-ENTREGA NOT EQUAL SPACES                00045400
                MOVE WRK-CARTAO-PRAZO-ENT-N TO WRK-FOR-PRAZO-ENTREGA    00045500
            END-IF.                                                     00045600
            IF WRK-CARTAO-PRAZO-PAGTO NOT EQUAL SPACES                  00045700
                MOVE WRK-CARTAO-PRAZO-PAG-N TO WRK-FOR-PRAZO-PAGTO      00045800
            END-IF.                                                     00045900
                                                                        00046000
            PERFORM 2600-ATUALIZAR-TABELA.                              00046100
                                                                        00046200
      *----------------------------------------------------------------*00046300
       2200-99-FIM.            EXIT.                                    00046400
      *----------------------------------------------------------------*00046500
      *----------------------------------------------------------------*00046600
       2300-PROCURAR-FORNECEDOR           SECTION.                      00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
            MOVE ZEROS TO WRK-FORN-ACHADO.                              00047000
            PERFORM 2310-COMPARAR-FORNECEDOR                            00047100
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00047200
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00047300
                   OR WRK-FORN-ACHADO NOT EQUAL ZEROS.                  00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       2300-99-FIM.            EXIT.                                    00047700
      *----------------------------------------------------------------*00047800
      *----------------------------------------------------------------*00047900
       2310-COMPARAR-FORNECEDOR           SECTION.                      00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            IF WRK-TFO-CODIGO(WRK-IDX-FORN) EQUAL WRK-CARTAO-CODIGO-N   00048300
                MOVE WRK-IDX-FORN TO WRK-FORN-ACHADO                    00048400
            END-IF.                                                     00048500
                                                                        00048600
      *----------------------------------------------------------------*00048700
       2310-99-FIM.            EXIT.                                    00048800
      *----------------------------------------------------------------*00048900
      *----------------------------------------------------------------*00049000
       2400-TROCAR-SITUACAO               SECTION.                      00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
            MOVE WRK-TAB-FORN-ITEM(WRK-FORN-ACHADO)                     00049400
                                            TO WRK-REG-FORNECEDOR.      00049500
                                                                        00049600
            IF WRK-CARTAO-ACAO EQUAL 'D'                                00049700
                IF WRK-FOR-SITUACAO NOT EQUAL 'A'                       00049800
                    MOVE 'FORNECEDOR JA INATIVO' TO WRK-MOTIVO-RECUSA   00049900
                    PERFORM 2900-RECUSAR-CARTAO                         00050000
                    GO TO 2400-99-FIM                                   00050100
                END-IF                                                  00050200
                MOVE 'DESATIVADO'           TO WRK-AFO-ACAO             00050300
                ADD 1 TO WRK-ACU-DESATIVADOS                            00050400
            ELSE                                                        00050500
                IF WRK-FOR-SITUACAO EQUAL 'A'                           00050600
                    MOVE 'FORNECEDOR JA ATIVO' TO WRK-MOTIVO-RECUSA     00050700
                    PERFORM 2900-RECUSAR-CARTAO                         00050800
                    GO TO 2400-99-FIM                                   00050900
                END-IF                                                  00051000
                MOVE 'REATIVADO'            TO WRK-AFO-ACAO             00051100
                ADD 1 TO WRK-ACU-REATIVADOS                             00051200
            END-IF.                                                     00051300
                                                                        00051400
            MOVE WRK-FOR-CNPJ               TO WRK-AFO-CNPJ-ANTERIOR.   00051600
                                                                        00051700
            IF WRK-CARTAO-ACAO EQUAL 'D'                                00051800
                MOVE 'I'                    TO WRK-FOR-SITUACAO         00051900
            ELSE                                                        00052000
                MOVE 'A'                    TO WRK-FOR-SITUACAO         00052100
            END-IF.                                                     00052200
                                                                        00052300
            PERFORM 2600-ATUALIZAR-TABELA.                              00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       2400-99-FIM.            EXIT.                                    00052700
      *----------------------------------------------------------------*00052800
      *----------------------------------------------------------------*00052900
       2500-VALIDAR-CNPJ                  SECTION.                      00053000
      *----------------------------------------------------------------*00053100
      *    DIGITO PELO VALDOC E UNICIDADE: O MESMO CNPJ NAO PODE FICAR *00053200
      *    EM DOIS CODIGOS (ERA ASSIM QUE O NOME LIVRE SE DUPLICAVA).  *00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
            MOVE SPACES              TO WRK-MOTIVO-RECUSA.              00053600
            MOVE 'J'                 TO WRK-VDC-TIPO.                   00053700
            MOVE WRK-CARTAO-CNPJ     TO WRK-VDC-NUMERO.                 00053800
            CALL 'VALDOC'            USING WRK-VALDOC.                  00053900
            IF WRK-VDC-RETORNO NOT EQUAL '0'                            00054000
                MOVE 'CNPJ REPROVADO PELO VALDOC' TO WRK-MOTIVO-RECUSA  00054100
                GO TO 2500-99-FIM                                       00054200
            END-IF.                                                     00054300
                                                                        00054400
            MOVE 'N' TO WRK-CNPJ-USADO.                                 00054500
            PERFORM 2510-COMPARAR-CNPJ                                  00054600
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00054700
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00054800
                   OR WRK-CNPJ-USADO EQUAL 'S'.                         00054900
            IF WRK-CNPJ-USADO EQUAL 'S'                                 00055000
                MOVE 'CNPJ JA USADO EM OUTRO CODIGO'                    00055100
                                     TO WRK-MOTIVO-RECUSA               00055200
            END-IF.                                                     00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       2500-99-FIM.            EXIT.                                    00055600
      *----------------------------------------------------------------*00055700
      *----------------------------------------------------------------*00055800
       2510-COMPARAR-CNPJ                 SECTION.                      00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
            IF WRK-TFO-CNPJ(WRK-IDX-FORN) EQUAL WRK-CARTAO-CNPJ         00056200
               AND WRK-TFO-CODIGO(WRK-IDX-FORN)                         00056300
                                   NOT EQUAL WRK-CARTAO-CODIGO-N        00056400
                MOVE 'S' TO WRK-CNPJ-USADO                              00056500
            END-IF.                                                     00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       2510-99-FIM.            EXIT.                                    00056900
      *----------------------------------------------------------------*00057000
      *----------------------------------------------------------------*00057100
       2600-ATUALIZAR-TABELA              SECTION.                      00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
            MOVE WRK-DATA-ATUALIZ         TO WRK-FOR-DATA-ATUALIZ.      00057500
            MOVE WRK-CARTAO-OPERADOR      TO WRK-FOR-OPERADOR.          00057600
            MOVE WRK-REG-FORNECEDOR                                     00057700
                             TO WRK-TAB-FORN-ITEM(WRK-FORN-ACHADO).     00057800
                                                                        00057900
            MOVE WRK-FOR-CODIGO           TO WRK-AFO-CODIGO.            00058000
            MOVE WRK-FOR-CNPJ             TO WRK-AFO-CNPJ-NOVO.         00058200
            MOVE WRK-FOR-OPERADOR         TO WRK-AFO-OPERADOR.          00058300
            WRITE FD-AUDITFO FROM WRK-LINHA-AUDIT.                      00058400
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       2600-99-FIM.            EXIT.                                    00058800
      *----------------------------------------------------------------*00058900
      *----------------------------------------------------------------*00059000
       2900-RECUSAR-CARTAO                SECTION.                      00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00059400
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00059500
                    WRK-CARTAO.                                         00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       2900-99-FIM.            EXIT.                                    00059900
      *----------------------------------------------------------------*00060000
      *----------------------------------------------------------------*00060100
       3000-FINALIZAR                     SECTION.                      00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
            SORT ORDENA                                                 00060500
                ON ASCENDING KEY SD-CODIGO                              00060600
                INPUT  PROCEDURE IS 3100-LIBERAR-FORNECEDORES           00060700
                OUTPUT PROCEDURE IS 3200-GRAVAR-FORNECEDORES.           00060800
                                                                        00060900
            CLOSE AUDITFO.                                              00061000
                                                                        00061100
            DISPLAY '------------------------------------------------'. 00061200
            DISPLAY '  FORNECEDORES GRAVADOS: ' WRK-ACU-GRAVADOS.       00061300
            DISPLAY '  ATIVOS...............: ' WRK-ACU-ATIVOS.         00061400
            DISPLAY '  INCLUIDOS NA RODADA..: ' WRK-ACU-INCLUIDOS.      00061500
            DISPLAY '  ALTERADOS NA RODADA..: ' WRK-ACU-ALTERADOS.      00061600
            DISPLAY '  DESATIVADOS NA RODADA: ' WRK-ACU-DESATIVADOS.    00061700
            DISPLAY '  REATIVADOS NA RODADA.: ' WRK-ACU-REATIVADOS.     00061800
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00061900
            DISPLAY '------------------------------------------------'. 00062000
                                                                        00062100
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00062200
                MOVE 4 TO RETURN-CODE                                   00062300
            END-IF.                                                     00062400
                                                                        00062500
            STOP RUN.                                                   00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       3000-99-FIM.            EXIT.                                    00062900
      *----------------------------------------------------------------*00063000
      *----------------------------------------------------------------*00063100
       3100-LIBERAR-FORNECEDORES          SECTION.                      00063200
      *----------------------------------------------------------------*00063300
                                                                        00063400
            PERFORM 3110-LIBERAR-FORNECEDOR                             00063500
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00063600
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES.         00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       3100-99-FIM.            EXIT.                                    00064000
      *----------------------------------------------------------------*00064100
      *----------------------------------------------------------------*00064200
       3110-LIBERAR-FORNECEDOR            SECTION.                      00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
            RELEASE SD-ORDENA FROM WRK-TAB-FORN-ITEM(WRK-IDX-FORN).     00064600
                                                                        00064700
      *----------------------------------------------------------------*00064800
       3110-99-FIM.            EXIT.                                    00064900
      *----------------------------------------------------------------*00065000
      *----------------------------------------------------------------*00065100
       3200-GRAVAR-FORNECEDORES           SECTION.                      00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
            OPEN OUTPUT FORNSAI.                                        00065500
            IF WRK-FS-FORNSAI NOT EQUAL ZEROS                           00065600
                MOVE ' ERRO ABERTURA FORNSAI ' TO WRK-MSG               00065700
                PERFORM 9000-TRATAR-ERROS                               00065800
            END-IF.                                                     00065900
                                                                        00066000
            PERFORM 3210-RETORNAR-FORNECEDOR                            00066100
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00066200
                                                                        00066300
            CLOSE FORNSAI.                                              00066400
                                                                        00066500
      *----------------------------------------------------------------*00066600
       3200-99-FIM.            EXIT.                                    00066700
      *----------------------------------------------------------------*00066800
      *----------------------------------------------------------------*00066900
       3210-RETORNAR-FORNECEDOR           SECTION.                      00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
            RETURN ORDENA INTO WRK-REG-FORNECEDOR                       00067300
                AT END                                                  00067400
                    MOVE 'S' TO WRK-FIM-SORT                            00067500
                NOT AT END                                              00067600
                    PERFORM 3220-GRAVAR-FORNECEDOR                      00067700
            END-RETURN.                                                 00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       3210-99-FIM.            EXIT.                                    00068100
      *----------------------------------------------------------------*00068200
      *----------------------------------------------------------------*00068300
       3220-GRAVAR-FORNECEDOR             SECTION.                      00068400
      *----------------------------------------------------------------*00068500
                                                                        00068600
            WRITE FD-FORNSAI FROM WRK-REG-FORNECEDOR.                   00068700
            IF WRK-FS-FORNSAI NOT EQUAL ZEROS                           00068800
                MOVE ' ERRO GRAVACAO FORNSAI ' TO WRK-MSG               00068900
                PERFORM 9000-TRATAR-ERROS                               00069000
            END-IF.                                                     00069100
                                                                        00069200
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00069300
            IF WRK-FOR-SITUACAO EQUAL 'A'                               00069400
                ADD 1 TO WRK-ACU-ATIVOS                                 00069500
            END-IF.                                                     00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       3220-99-FIM.            EXIT.                                    00069900
      *----------------------------------------------------------------*00070000
      *----------------------------------------------------------------*00070100
       9000-TRATAR-ERROS                  SECTION.                      00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
             MOVE 'FR06C128'       TO WRK-ERR-PROGRAMA.                 00070500
             MOVE '9000'           TO WRK-ERR-SECTION.                  00070600
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00070700
             MOVE SPACES           TO WRK-ERR-STATUS.                   00070800
             MOVE WRK-FS-FORNENT   TO WRK-ERR-STATUS(1:2).              00070900
             MOVE WRK-FS-FORNSAI   TO WRK-ERR-STATUS(3:2).              00071000
             MOVE WRK-FS-AUDITFO   TO WRK-ERR-STATUS(5:2).              00071100
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00071200
                                                                        00071300
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00071400
                                                                        00071500
      *----------------------------------------------------------------*00071600
       9000-99-FIM.            EXIT.                                    00071700
      *----------------------------------------------------------------*00071800
