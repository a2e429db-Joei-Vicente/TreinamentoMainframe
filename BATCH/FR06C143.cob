      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C143.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: RELATORIO MENSAL DE BENEFICIOS POR FORNECEDOR.    00001400
      *               RODA DEPOIS DA FOLHA (FR06DB22). LE OS            00001500
      *               BENEFICIOS APLICADOS NO MES (BENAPL, LAYOUT       00001600
      *               B#BENAPL) E ORDENA (SORT INTERNO) POR             00001700
      *               FORNECEDOR, FUNCIONARIO E CODIGO DO BENEFICIO.    00001800
      *               LISTA EM RELBEN, COM CABECALHO PROPRIO POR        00001900
      *               FORNECEDOR (RAZAO SOCIAL DO FORNMST), OS          00002000
      *               FUNCIONARIOS INSCRITOS COM PLANO, DEPENDENTES,    00002100
      *               VALOR MENSAL DO PLANO, PARTE DESCONTADA NA FOLHA  00002200
      *               E CUSTO DA EMPRESA. NO FECHAMENTO DE CADA         00002300
      *               FORNECEDOR: INSCRITOS, TOTAL DEVIDO AO            00002400
      *               FORNECEDOR (SOMA DOS VALORES MENSAIS), PARTE      00002500
      *               DESCONTADA DOS FUNCIONARIOS E CUSTO DA EMPRESA.   00002600
      *               TOTAL GERAL NO FIM DO RELATORIO.                  00002700
      *                                                                 00002800
      *----------------------------------------------------------------*00002900
      *     INPUT:                                                      00003000
      *     DDNAME           I/O                                        00003100
      *     BENAPL            I   (BENEFICIOS APLICADOS - LRECL 80)     00003200
      *     FORNMST           I   (MESTRE DE FORNECEDORES - LRECL 100)  00003300
      *     RELBEN            O   (RELATORIO POR FORNECEDOR - LRECL 80) 00003400
      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     MANUTENCAO:                                                 00003700
      *                                                                 00003800
      *================================================================*00003900
                                                                        00004000
      *================================================================*00004100
       ENVIRONMENT                               DIVISION.              00004200
      *================================================================*00004300
                                                                        00004400
      *----------------------------------------------------------------*00004500
       CONFIGURATION                             SECTION.               00004600
      *----------------------------------------------------------------*00004700
                                                                        00004800
       SPECIAL-NAMES.                                                   00004900
           DECIMAL-POINT IS COMMA.                                      00005000
                                                                        00005100
      *----------------------------------------------------------------*00005200
       INPUT-OUTPUT                              SECTION.               00005300
      *----------------------------------------------------------------*00005400
                                                                        00005500
       FILE-CONTROL.                                                    00005600
             SELECT BENAPL             ASSIGN TO BENAPL                 00005700
                FILE STATUS            IS WRK-FS-BENAPL.                00005800
             SELECT FORNMST            ASSIGN TO FORNMST                00005900
                FILE STATUS            IS WRK-FS-FORNMST.               00006000
             SELECT RELBEN             ASSIGN TO RELBEN                 00006100
                FILE STATUS            IS WRK-FS-RELBEN.                00006200
             SELECT ORDENA             ASSIGN TO ORDENA.                00006300
                                                                        00006400
      *================================================================*00006500
       DATA                                      DIVISION.              00006600
      *================================================================*00006700
                                                                        00006800
      *----------------------------------------------------------------*00006900
       FILE                                      SECTION.               00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       FD BENAPL                                                        00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-BENAPL                    PIC X(80).                       00007600
                                                                        00007700
       FD FORNMST                                                       00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-FORNMST                   PIC X(100).                      00008100
                                                                        00008200
       FD RELBEN                                                        00008300
           RECORDING MODE IS F                                          00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
       01 FD-RELBEN                    PIC X(80).                       00008600
                                                                        00008700
       SD ORDENA.                                                       00008800
       01 SD-ORDENA.                                                    00008900
          05 SD-CHAVE.                                                  00009000
             10 SD-FORNECEDOR          PIC 9(05).                       00009100
             10 SD-FUNCIONARIO         PIC 9(05).                       00009200
             10 SD-CODIGO              PIC X(03).                       00009300
          05 SD-BENAPL                 PIC X(80).                       00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       WORKING-STORAGE                           SECTION.               00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
       01 FILLER                       PIC X(50)               VALUE    00010100
            '**** AREA DOS LAYOUTS ****'.                               00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
        COPY 'B#BENAPL'.                                                00010500
                                                                        00010600
        COPY 'B#FORN'.                                                  00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       01 FILLER                       PIC X(50)               VALUE    00011000
            '**** TABELA DE FORNECEDORES ****'.                         00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       01 WRK-TAB-FORNECEDORES.                                         00011400
          05 WRK-TAB-FOR-ITEM          OCCURS 2000 TIMES.               00011500
             10 WRK-TFO-CODIGO         PIC 9(05).                       00011600
             10 WRK-TFO-RAZAO          PIC X(30).                       00011700
                                                                        00011800
       77 WRK-QT-FORNECEDORES          PIC 9(04) VALUE ZEROS.           00011900
       77 WRK-IDX-FOR                  PIC 9(04) VALUE ZEROS.           00012000
       77 WRK-FORNECEDOR-ACHADO        PIC X(01) VALUE 'N'.             00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       01 FILLER                       PIC X(50)               VALUE    00012400
            '**** AREA DE QUEBRA E TOTAIS ****'.                        00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       77 WRK-FS-BENAPL                PIC X(02) VALUE SPACES.          00012800
       77 WRK-FS-FORNMST               PIC X(02) VALUE SPACES.          00012900
       77 WRK-FS-RELBEN                PIC X(02) VALUE SPACES.          00013000
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00013100
       77 WRK-FORNECEDOR-ANTERIOR      PIC 9(05) VALUE ZEROS.           00013200
       77 WRK-PRIMEIRO-FORNECEDOR      PIC X(01) VALUE 'S'.             00013300
       77 WRK-FOR-INSCRITOS            PIC 9(05) VALUE ZEROS.           00013400
       77 WRK-FOR-VALOR                PIC 9(09)V99 VALUE ZEROS.        00013500
       77 WRK-FOR-DESCONTO             PIC 9(09)V99 VALUE ZEROS.        00013600
       77 WRK-FOR-CUSTO                PIC 9(09)V99 VALUE ZEROS.        00013700
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00013800
       77 WRK-ACU-FORNECEDORES         PIC 9(05) VALUE ZEROS.           00013900
       77 WRK-ACU-VALOR                PIC 9(09)V99 VALUE ZEROS.        00014000
       77 WRK-ACU-DESCONTO             PIC 9(09)V99 VALUE ZEROS.        00014100
       77 WRK-ACU-CUSTO                PIC 9(09)V99 VALUE ZEROS.        00014200
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       01 FILLER                       PIC X(50)               VALUE    00014600
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
       01 WRK-DATA-SISTEMA.                                             00015000
          05 WRK-DSI-ANO               PIC 9(04).                       00015100
          05 WRK-DSI-MES               PIC 9(02).                       00015200
          05 WRK-DSI-DIA               PIC 9(02).                       00015300
                                                                        00015400
       01 WRK-CABEC1.                                                   00015500
          05 FILLER                    PIC X(28) VALUE                  00015600
             '--- BENEFICIOS - FORNECEDOR '.                            00015700
          05 WRK-CB1-FORNECEDOR        PIC 9(05).                       00015800
          05 FILLER                    PIC X(01) VALUE SPACES.          00015900
          05 WRK-CB1-RAZAO             PIC X(30).                       00016000
          05 FILLER                    PIC X(01) VALUE SPACES.          00016100
          05 WRK-CB1-DATA              PIC X(10).                       00016200
          05 FILLER                    PIC X(05) VALUE ' ---'.          00016300
       01 WRK-CABEC2.                                                   00016400
          05 FILLER                    PIC X(40) VALUE                  00016500
             'FUNC  NOME                 BEN PLANO    '.                00016600
          05 FILLER                    PIC X(40) VALUE                  00016700
             '  DP VALOR PLANO   DESCONTO CUSTO EMPR.'.                 00016800
                                                                        00016900
       01 WRK-LINHA-BENEFICIO.                                          00017000
          05 WRK-LB-FUNCIONARIO        PIC 9(05).                       00017100
          05 FILLER                    PIC X(01) VALUE SPACES.          00017200
          05 WRK-LB-NOME               PIC X(20).                       00017300
          05 FILLER                    PIC X(01) VALUE SPACES.          00017400
          05 WRK-LB-CODIGO             PIC X(03).                       00017500
          05 FILLER                    PIC X(01) VALUE SPACES.          00017600
          05 WRK-LB-PLANO              PIC X(10).                       00017700
          05 FILLER                    PIC X(01) VALUE SPACES.          00017800
          05 WRK-LB-DEPENDENTES        PIC Z9.                          00017900
          05 FILLER                    PIC X(01) VALUE SPACES.          00018000
          05 WRK-LB-VALOR              PIC ZZZ.ZZ9,99.                  00018100
          05 FILLER                    PIC X(01) VALUE SPACES.          00018200
          05 WRK-LB-DESCONTO           PIC ZZZ.ZZ9,99.                  00018300
          05 FILLER                    PIC X(01) VALUE SPACES.          00018400
          05 WRK-LB-CUSTO              PIC ZZZ.ZZ9,99.                  00018500
          05 FILLER                    PIC X(03) VALUE SPACES.          00018600
                                                                        00018700
       01 WRK-LINHA-MONTANTE.                                           00018800
          05 WRK-LMT-ROTULO            PIC X(30).                       00018900
          05 FILLER                    PIC X(02) VALUE ': '.            00019000
          05 WRK-LMT-VALOR             PIC ZZZ.ZZZ.ZZ9,99.              00019100
          05 FILLER                    PIC X(34) VALUE SPACES.          00019200
                                                                        00019300
       01 WRK-LINHA-TOTAL.                                              00019400
          05 WRK-LTT-ROTULO            PIC X(30).                       00019500
          05 FILLER                    PIC X(02) VALUE ': '.            00019600
          05 WRK-LTT-VALOR             PIC ZZZZZZ9.                     00019700
          05 FILLER                    PIC X(41) VALUE SPACES.          00019800
                                                                        00019900
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       01 FILLER                       PIC X(50)               VALUE    00020300
            '**** AREA DO MODULO TRTERRO ****'.                         00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
        COPY '#TRTERRO'.                                                00020700
                                                                        00020800
      *================================================================*00020900
       PROCEDURE DIVISION.                                              00021000
      *================================================================*00021100
      *----------------------------------------------------------------*00021200
       0000-PRINCIPAL                     SECTION.                      00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
           PERFORM 1000-INICIAR.                                        00021600
                                                                        00021700
           SORT ORDENA                                                  00021800
               ON ASCENDING KEY SD-CHAVE                                00021900
               INPUT PROCEDURE  IS 2000-SELECIONAR-BENEFICIOS           00022000
               OUTPUT PROCEDURE IS 2500-LISTAR-BENEFICIOS.              00022100
                                                                        00022200
           PERFORM 3000-FINALIZAR.                                      00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       0000-99-FIM.            EXIT.                                    00022600
      *----------------------------------------------------------------*00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       1000-INICIAR                       SECTION.                      00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00023300
            MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).           00023400
            MOVE '/'                    TO WRK-CB1-DATA(3:1).           00023500
            MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).           00023600
            MOVE '/'                    TO WRK-CB1-DATA(6:1).           00023700
            MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).           00023800
                                                                        00023900
            PERFORM 1100-CARREGAR-FORNECEDORES.                         00024000
                                                                        00024100
            OPEN INPUT  BENAPL                                          00024200
                 OUTPUT RELBEN.                                         00024300
            IF WRK-FS-BENAPL NOT EQUAL ZEROS                            00024400
                MOVE ' ERRO ABERTURA BENAPL ' TO WRK-MSG                00024500
                PERFORM 9000-TRATAR-ERROS                               00024600
            END-IF.                                                     00024700
            IF WRK-FS-RELBEN NOT EQUAL ZEROS                            00024800
                MOVE ' ERRO ABERTURA RELBEN ' TO WRK-MSG                00024900
                PERFORM 9000-TRATAR-ERROS                               00025000
            END-IF.                                                     00025100
                                                                        00025200
      *----------------------------------------------------------------*00025300
       1000-99-FIM.            EXIT.                                    00025400
      *----------------------------------------------------------------*00025500
      *----------------------------------------------------------------*00025600
       1100-CARREGAR-FORNECEDORES         SECTION.                      00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
            OPEN INPUT FORNMST.                                         00026000
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00026100
                MOVE ' ERRO ABERTURA FORNMST ' TO WRK-MSG               00026200
                PERFORM 9000-TRATAR-ERROS                               00026300
            END-IF.                                                     00026400
                                                                        00026500
            PERFORM 1110-LER-FORNECEDOR                                 00026600
                UNTIL WRK-FS-FORNMST EQUAL '10'.                        00026700
            CLOSE FORNMST.                                              00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       1100-99-FIM.            EXIT.                                    00027100
      *----------------------------------------------------------------*00027200
      *----------------------------------------------------------------*00027300
       1110-LER-FORNECEDOR                SECTION.                      00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
            READ FORNMST INTO WRK-REG-FORNECEDOR.                       00027700
            IF WRK-FS-FORNMST NOT EQUAL ZEROS                           00027800
                MOVE '10' TO WRK-FS-FORNMST                             00027900
                GO TO 1110-99-FIM                                       00028000
            END-IF.                                                     00028100
                                                                        00028200
            IF WRK-QT-FORNECEDORES NOT LESS 2000                        00028300
                MOVE ' TABELA DE FORNECEDORES CHEIA ' TO WRK-MSG        00028400
                PERFORM 9000-TRATAR-ERROS                               00028500
            END-IF.                                                     00028600
            ADD 1 TO WRK-QT-FORNECEDORES.                               00028700
            MOVE WRK-FOR-CODIGO TO WRK-TFO-CODIGO(WRK-QT-FORNECEDORES). 00028800
            MOVE WRK-FOR-RAZAO  TO WRK-TFO-RAZAO(WRK-QT-FORNECEDORES).  00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
       1110-99-FIM.            EXIT.                                    00029200
      *----------------------------------------------------------------*00029300
      *----------------------------------------------------------------*00029400
       2000-SELECIONAR-BENEFICIOS         SECTION.                      00029500
      *----------------------------------------------------------------*00029600
                                                                        00029700
            PERFORM 2100-LER-BENEFICIO                                  00029800
                UNTIL WRK-FS-BENAPL EQUAL '10'.                         00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       2000-99-FIM.            EXIT.                                    00030200
      *----------------------------------------------------------------*00030300
      *----------------------------------------------------------------*00030400
       2100-LER-BENEFICIO                 SECTION.                      00030500
      *----------------------------------------------------------------*00030600
                                                                        00030700
            READ BENAPL INTO WRK-REG-BENAPL.                            00030800
            IF WRK-FS-BENAPL NOT EQUAL ZEROS                            00030900
                MOVE '10' TO WRK-FS-BENAPL                              00031000
                GO TO 2100-99-FIM                                       00031100
            END-IF.                                                     00031200
                                                                        00031300
            ADD 1 TO WRK-ACU-LIDOS.                                     00031400
                                                                        00031500
            MOVE WRK-BAP-FORNECEDOR  TO SD-FORNECEDOR.                  00031600
            MOVE WRK-BAP-FUNCIONARIO TO SD-FUNCIONARIO.                 00031700
            MOVE WRK-BAP-CODIGO      TO SD-CODIGO.                      00031800
            MOVE WRK-REG-BENAPL      TO SD-BENAPL.                      00031900
            RELEASE SD-ORDENA.                                          00032000
                                                                        00032100
      *----------------------------------------------------------------*00032200
       2100-99-FIM.            EXIT.                                    00032300
      *----------------------------------------------------------------*00032400
      *----------------------------------------------------------------*00032500
       2500-LISTAR-BENEFICIOS             SECTION.                      00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
            PERFORM 2600-LISTAR-BENEFICIO                               00032900
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00033000
                                                                        00033100
            IF WRK-PRIMEIRO-FORNECEDOR EQUAL 'N'                        00033200
                PERFORM 2700-FECHAR-FORNECEDOR                          00033300
            END-IF.                                                     00033400
                                                                        00033500
      *----------------------------------------------------------------*00033600
       2500-99-FIM.            EXIT.                                    00033700
      *----------------------------------------------------------------*00033800
      *----------------------------------------------------------------*00033900
       2600-LISTAR-BENEFICIO              SECTION.                      00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
            RETURN ORDENA                                               00034300
                AT END                                                  00034400
                    MOVE 'S' TO WRK-FIM-SORT                            00034500
                    GO TO 2600-99-FIM                                   00034600
            END-RETURN.                                                 00034700
                                                                        00034800
            MOVE SD-BENAPL TO WRK-REG-BENAPL.                           00034900
                                                                        00035000
            IF WRK-PRIMEIRO-FORNECEDOR EQUAL 'N'                        00035100
               AND WRK-BAP-FORNECEDOR NOT EQUAL WRK-FORNECEDOR-ANTERIOR 00035200
                PERFORM 2700-FECHAR-FORNECEDOR                          00035300
            END-IF.                                                     00035400
            IF WRK-PRIMEIRO-FORNECEDOR EQUAL 'S'                        00035500
                PERFORM 2800-ABRIR-FORNECEDOR                           00035600
            END-IF.                                                     00035700
                                                                        00035800
            MOVE WRK-BAP-FUNCIONARIO   TO WRK-LB-FUNCIONARIO.           00035900
            MOVE WRK-BAP-NOME          TO WRK-LB-NOME.                  00036000
            MOVE WRK-BAP-CODIGO        TO WRK-LB-CODIGO.                00036100
            MOVE WRK-BAP-PLANO         TO WRK-LB-PLANO.                 00036200
            MOVE WRK-BAP-DEPENDENTES   TO WRK-LB-DEPENDENTES.           00036300
            MOVE WRK-BAP-VALOR-MENSAL  TO WRK-LB-VALOR.                 00036400
            MOVE WRK-BAP-DESCONTO      TO WRK-LB-DESCONTO.              00036500
            MOVE WRK-BAP-CUSTO-EMPRESA TO WRK-LB-CUSTO.                 00036600
            WRITE FD-RELBEN FROM WRK-LINHA-BENEFICIO.                   00036700
                                                                        00036800
            ADD 1                      TO WRK-FOR-INSCRITOS.            00036900
            ADD WRK-BAP-VALOR-MENSAL   TO WRK-FOR-VALOR.                00037000
            ADD WRK-BAP-DESCONTO       TO WRK-FOR-DESCONTO.             00037100
            ADD WRK-BAP-CUSTO-EMPRESA  TO WRK-FOR-CUSTO.                00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       2600-99-FIM.            EXIT.                                    00037500
      *----------------------------------------------------------------*00037600
      *----------------------------------------------------------------*00037700
       2700-FECHAR-FORNECEDOR             SECTION.                      00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
            WRITE FD-RELBEN FROM WRK-LINHA-TRACO.                       00038100
            MOVE 'INSCRITOS'                  TO WRK-LTT-ROTULO.        00038200
            MOVE WRK-FOR-INSCRITOS            TO WRK-LTT-VALOR.         00038300
            WRITE FD-RELBEN FROM WRK-LINHA-TOTAL.                       00038400
            MOVE 'TOTAL DEVIDO AO FORNECEDOR' TO WRK-LMT-ROTULO.        00038500
            MOVE WRK-FOR-VALOR                TO WRK-LMT-VALOR.         00038600
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00038700
            MOVE '  DESCONTADO DOS FUNCIONARIOS' TO WRK-LMT-ROTULO.     00038800
            MOVE WRK-FOR-DESCONTO             TO WRK-LMT-VALOR.         00038900
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00039000
            MOVE '  CUSTO DA EMPRESA'         TO WRK-LMT-ROTULO.        00039100
            MOVE WRK-FOR-CUSTO                TO WRK-LMT-VALOR.         00039200
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00039300
                                                                        00039500
            ADD WRK-FOR-VALOR          TO WRK-ACU-VALOR.                00039600
            ADD WRK-FOR-DESCONTO       TO WRK-ACU-DESCONTO.             00039700
            ADD WRK-FOR-CUSTO          TO WRK-ACU-CUSTO.                00039800
            MOVE ZEROS                 TO WRK-FOR-INSCRITOS             00039900
                                          WRK-FOR-VALOR                 00040000
                                          WRK-FOR-DESCONTO              00040100
                                          WRK-FOR-CUSTO.                00040200
            MOVE 'S'                   TO WRK-PRIMEIRO-FORNECEDOR.      00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       2700-99-FIM.            EXIT.                                    00040600
      *----------------------------------------------------------------*00040700
      *----------------------------------------------------------------*00040800
       2800-ABRIR-FORNECEDOR              SECTION.                      00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
            MOVE WRK-BAP-FORNECEDOR    TO WRK-FORNECEDOR-ANTERIOR       00041200
                                          WRK-CB1-FORNECEDOR.           00041300
                                                                        00041400
            PERFORM 2900-PROCURAR-FORNECEDOR.                           00041500
            IF WRK-FORNECEDOR-ACHADO EQUAL 'S'                          00041600
                MOVE WRK-TFO-RAZAO(WRK-IDX-FOR) TO WRK-CB1-RAZAO        00041700
            ELSE                                                        00041800
                MOVE '*** SEM CADASTRO ***'     TO WRK-CB1-RAZAO        00041900
            END-IF.                                                     00042000
                                                                        00042100
            WRITE FD-RELBEN FROM WRK-CABEC1.                            00042200
            WRITE FD-RELBEN FROM WRK-CABEC2.                            00042300
                                                                        00042400
            ADD 1                      TO WRK-ACU-FORNECEDORES.         00042500
            MOVE 'N'                   TO WRK-PRIMEIRO-FORNECEDOR.      00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       2800-99-FIM.            EXIT.                                    00042900
      *----------------------------------------------------------------*00043000
      *----------------------------------------------------------------*00043100
       2900-PROCURAR-FORNECEDOR           SECTION.                      00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
            MOVE 'N' TO WRK-FORNECEDOR-ACHADO.                          00043500
            MOVE 1   TO WRK-IDX-FOR.                                    00043600
            PERFORM 2910-COMPARAR-FORNECEDOR                            00043700
                UNTIL WRK-IDX-FOR GREATER WRK-QT-FORNECEDORES           00043800
                   OR WRK-FORNECEDOR-ACHADO EQUAL 'S'.                  00043900
                                                                        00044000
      *----------------------------------------------------------------*00044100
       2900-99-FIM.            EXIT.                                    00044200
      *----------------------------------------------------------------*00044300
      *----------------------------------------------------------------*00044400
       2910-COMPARAR-FORNECEDOR           SECTION.                      00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
            IF WRK-TFO-CODIGO(WRK-IDX-FOR) EQUAL WRK-BAP-FORNECEDOR     00044800
                MOVE 'S' TO WRK-FORNECEDOR-ACHADO                       00044900
            ELSE                                                        00045000
                ADD 1 TO WRK-IDX-FOR                                    00045100
            END-IF.                                                     00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       2910-99-FIM.            EXIT.                                    00045500
      *----------------------------------------------------------------*00045600
      *----------------------------------------------------------------*00045700
       3000-FINALIZAR                     SECTION.                      00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
            IF WRK-ACU-FORNECEDORES EQUAL ZEROS                         00046100
                WRITE FD-RELBEN FROM WRK-CABEC2                         00046200
                MOVE 'NENHUM BENEFICIO NO MES'    TO WRK-LTT-ROTULO     00046300
                MOVE ZEROS                        TO WRK-LTT-VALOR      00046400
                WRITE FD-RELBEN FROM WRK-LINHA-TOTAL                    00046500
            END-IF.                                                     00046600
                                                                        00046700
            WRITE FD-RELBEN FROM WRK-LINHA-TRACO.                       00046800
            MOVE 'FORNECEDORES LISTADOS'      TO WRK-LTT-ROTULO.        00046900
            MOVE WRK-ACU-FORNECEDORES         TO WRK-LTT-VALOR.         00047000
            WRITE FD-RELBEN FROM WRK-LINHA-TOTAL.                       00047100
            MOVE 'BENEFICIOS LISTADOS'        TO WRK-LTT-ROTULO.        00047200
            MOVE WRK-ACU-LIDOS                TO WRK-LTT-VALOR.         00047300
            WRITE FD-RELBEN FROM WRK-LINHA-TOTAL.                       00047400
            MOVE 'TOTAL DEVIDO AOS FORNECEDORES' TO WRK-LMT-ROTULO.     00047500
            MOVE WRK-ACU-VALOR                TO WRK-LMT-VALOR.         00047600
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00047700
            MOVE '  DESCONTADO DOS FUNCIONARIOS' TO WRK-LMT-ROTULO.     00047800
            MOVE WRK-ACU-DESCONTO             TO WRK-LMT-VALOR.         00047900
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00048000
            MOVE '  CUSTO DA EMPRESA'         TO WRK-LMT-ROTULO.        00048100
            MOVE WRK-ACU-CUSTO                TO WRK-LMT-VALOR.         00048200
            WRITE FD-RELBEN FROM WRK-LINHA-MONTANTE.                    00048300
                                                                        00048400
            CLOSE BENAPL                                                00048500
                  RELBEN.                                               00048600
                                                                        00048700
            DISPLAY '------------------------------------------------'. 00048800
            DISPLAY '  BENEFICIOS LIDOS.....: ' WRK-ACU-LIDOS.          00048900
            DISPLAY '  FORNECEDORES.........: ' WRK-ACU-FORNECEDORES.   00049000
            DISPLAY '  TOTAL DEVIDO.........: ' WRK-ACU-VALOR.          00049100
            DISPLAY '  DESCONTADO...........: ' WRK-ACU-DESCONTO.       00049200
            DISPLAY '  CUSTO DA EMPRESA.....: ' WRK-ACU-CUSTO.          00049300
            DISPLAY '------------------------------------------------'. 00049400
                                                                        00049500
            STOP RUN.                                                   00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       3000-99-FIM.            EXIT.                                    00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       9000-TRATAR-ERROS                  SECTION.                      00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
             MOVE 'FR06C143'       TO WRK-ERR-PROGRAMA.                 00050600
             MOVE '9000'           TO WRK-ERR-SECTION.                  00050700
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00050800
             MOVE SPACES           TO WRK-ERR-STATUS.                   00050900
             MOVE WRK-FS-BENAPL    TO WRK-ERR-STATUS(1:2).              00051000
             MOVE WRK-FS-FORNMST   TO WRK-ERR-STATUS(3:2).              00051100
             MOVE WRK-FS-RELBEN    TO WRK-ERR-STATUS(5:2).              00051200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00051300
                                                                        00051400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00051500
                                                                        00051600
      *----------------------------------------------------------------*00051700
       9000-99-FIM.            EXIT.                                    00051800
      *----------------------------------------------------------------*00051900
