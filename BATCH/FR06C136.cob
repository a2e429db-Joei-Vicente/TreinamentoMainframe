      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C136.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: LISTA DE SEPARACAO POR ARMAZEM. RODA DEPOIS DA    00001400
      *               RESERVA (FR06C135). LE O MESTRE DE PEDIDOS DE     00001500
      *               VENDA (PVDMST, LAYOUT B#PEDVD), SELECIONA AS      00001600
      *               LINHAS 'A' E 'B' COM QUANTIDADE RESERVADA E       00001700
      *               ORDENA (SORT INTERNO) POR ARMAZEM, PRODUTO,       00001800
      *               PEDIDO E LINHA. LISTA EM RELSEP COM CABECALHO     00001900
      *               PROPRIO POR ARMAZEM E SUBTOTAL DE LINHAS E        00002000
      *               QUANTIDADE A SEPARAR. O NOME DO PRODUTO VEM DO    00002100
      *               ARQPROD.                                          00002200
      *                                                                 00002300
      *----------------------------------------------------------------*00002400
      *     INPUT:                                                      00002500
      *     DDNAME           I/O                                        00002600
      *     PVDMST            I   (PEDIDOS DE VENDA - LRECL 80)         00002700
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00002800
      *     RELSEP            O   (LISTA DE SEPARACAO - LRECL 80)       00002900
      *                                                                 00003000
      *----------------------------------------------------------------*00003100
      *     MANUTENCAO:                                                 00003200
      *                                                                 00003300
      *================================================================*00003400
                                                                        00003500
      *================================================================*00003600
       ENVIRONMENT                               DIVISION.              00003700
      *================================================================*00003800
                                                                        00003900
      *----------------------------------------------------------------*00004000
       CONFIGURATION                             SECTION.               00004100
      *----------------------------------------------------------------*00004200
                                                                        00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
      *----------------------------------------------------------------*00004700
       INPUT-OUTPUT                              SECTION.               00004800
      *----------------------------------------------------------------*00004900
                                                                        00005000
       FILE-CONTROL.                                                    00005100
             SELECT PVDMST             ASSIGN TO PVDMST                 00005200
                FILE STATUS            IS WRK-FS-PVDMST.                00005300
             SELECT ARQPROD            ASSIGN TO ARQPROD                00005400
                FILE STATUS            IS WRK-FS-ARQPROD.               00005500
             SELECT RELSEP             ASSIGN TO RELSEP                 00005600
                FILE STATUS            IS WRK-FS-RELSEP.                00005700
             SELECT ORDENA             ASSIGN TO ORDENA.                00005800
                                                                        00005900
      *================================================================*00006000
       DATA                                      DIVISION.              00006100
      *================================================================*00006200
                                                                        00006300
      *----------------------------------------------------------------*00006400
       FILE                                      SECTION.               00006500
      *----------------------------------------------------------------*00006600
                                                                        00006700
       FD PVDMST                                                        00006800
           RECORDING MODE IS F                                          00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
       01 FD-PVDMST                    PIC X(80).                       00007100
                                                                        00007200
       FD ARQPROD                                                       00007300
           RECORDING MODE IS F                                          00007400
           BLOCK CONTAINS 0 RECORDS.                                    00007500
       01 FD-ARQPROD                   PIC X(70).                       00007600
                                                                        00007700
       FD RELSEP                                                        00007800
           RECORDING MODE IS F                                          00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
       01 FD-RELSEP                    PIC X(80).                       00008100
                                                                        00008200
       SD ORDENA.                                                       00008300
       01 SD-ORDENA.                                                    00008400
          05 SD-CHAVE.                                                  00008500
             10 SD-ARMAZEM             PIC 9(03).                       00008600
             10 SD-COD                 PIC 9(05).                       00008700
             10 SD-NUMERO              PIC 9(06).                       00008800
             10 SD-LINHA               PIC 9(02).                       00008900
          05 SD-PEDVD                  PIC X(80).                       00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       WORKING-STORAGE                           SECTION.               00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       01 FILLER                       PIC X(50)               VALUE    00009700
            '**** AREA DOS LAYOUTS ****'.                               00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
        COPY 'B#PEDVD'.                                                 00010100
                                                                        00010200
        COPY 'B#PROD'.                                                  00010300
                                                                        00010400
      *----------------------------------------------------------------*00010500
       01 FILLER                       PIC X(50)               VALUE    00010600
            '**** TABELA DE PRODUTOS ****'.                             00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
       01 WRK-TAB-PRODUTOS.                                             00011000
          05 WRK-TAB-PRD-ITEM          OCCURS 5000 TIMES.               00011100
             10 WRK-TBP-COD            PIC 9(05).                       00011200
             10 WRK-TBP-NOME           PIC X(20).                       00011300
                                                                        00011400
       77 WRK-QT-PRODUTOS              PIC 9(04) VALUE ZEROS.           00011500
       77 WRK-IDX-PRD                  PIC 9(04) VALUE ZEROS.           00011600
       77 WRK-PRODUTO-ACHADO           PIC X(01) VALUE 'N'.             00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       01 FILLER                       PIC X(50)               VALUE    00012000
            '**** AREA DE QUEBRA E TOTAIS ****'.                        00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
       77 WRK-FS-PVDMST                PIC X(02) VALUE SPACES.          00012400
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00012500
       77 WRK-FS-RELSEP                PIC X(02) VALUE SPACES.          00012600
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00012700
       77 WRK-ARMAZEM-ANTERIOR         PIC 9(03) VALUE ZEROS.           00012800
       77 WRK-PRIMEIRO-ARMAZEM         PIC X(01) VALUE 'S'.             00012900
       77 WRK-ARM-LINHAS               PIC 9(05) VALUE ZEROS.           00013000
       77 WRK-ARM-QTDE                 PIC 9(07) VALUE ZEROS.           00013100
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00013200
       77 WRK-ACU-LINHAS               PIC 9(07) VALUE ZEROS.           00013300
       77 WRK-ACU-QTDE                 PIC 9(07) VALUE ZEROS.           00013400
       77 WRK-ACU-ARMAZENS             PIC 9(05) VALUE ZEROS.           00013500
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
       01 FILLER                       PIC X(50)               VALUE    00013900
            '**** AREA DE LINHAS DO RELATORIO ****'.                    00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       01 WRK-DATA-SISTEMA.                                             00014300
          05 WRK-DSI-ANO               PIC 9(04).                       00014400
          05 WRK-DSI-MES               PIC 9(02).                       00014500
          05 WRK-DSI-DIA               PIC 9(02).                       00014600
                                                                        00014700
       01 WRK-CABEC1.                                                   00014800
          05 FILLER                    PIC X(28) VALUE                  00014900
             '------ LISTA DE SEPARACAO - '.                            00015000
          05 FILLER                    PIC X(08) VALUE 'ARMAZEM '.      00015100
          05 WRK-CB1-ARMAZEM           PIC 9(03).                       00015200
          05 FILLER                    PIC X(08) VALUE ' - DATA '.      00015300
          05 WRK-CB1-DATA              PIC X(10).                       00015400
          05 FILLER                    PIC X(23) VALUE ' ------'.       00015500
       01 WRK-CABEC2.                                                   00015600
          05 FILLER                    PIC X(39) VALUE                  00015700
             'PRODUTO NOME                 PEDIDO LN'.                  00015800
          05 FILLER                    PIC X(41) VALUE                  00015900
             'CLIENTE               QTDE  SEPARADO'.                    00016000
                                                                        00016100
       01 WRK-LINHA-SEPARACAO.                                          00016200
          05 WRK-LP-COD                PIC 9(05).                       00016300
          05 FILLER                    PIC X(03) VALUE SPACES.          00016400
          05 WRK-LP-NOME               PIC X(20).                       00016500
          05 FILLER                    PIC X(01) VALUE SPACES.          00016600
          05 WRK-LP-NUMERO             PIC 9(06).                       00016700
          05 FILLER                    PIC X(01) VALUE SPACES.          00016800
          05 WRK-LP-LINHA              PIC 9(02).                       00016900
          05 FILLER                    PIC X(01) VALUE SPACES.          00017000
          05 WRK-LP-CLIENTE            PIC X(20).                       00017100
          05 FILLER                    PIC X(01) VALUE SPACES.          00017200
          05 WRK-LP-QTDE               PIC ZZZZ9.                       00017300
          05 FILLER                    PIC X(02) VALUE SPACES.          00017400
          05 FILLER                    PIC X(08) VALUE '[      ]'.      00017500
          05 FILLER                    PIC X(05) VALUE SPACES.          00017600
                                                                        00017700
       01 WRK-LINHA-SUBTOTAL.                                           00017800
          05 FILLER                    PIC X(08) VALUE SPACES.          00017900
          05 FILLER                    PIC X(20) VALUE                  00018000
             'TOTAL DO ARMAZEM    '.                                    00018100
          05 WRK-LS-ARMAZEM            PIC 9(03).                       00018200
          05 FILLER                    PIC X(03) VALUE SPACES.          00018300
          05 WRK-LS-LINHAS             PIC ZZZZ9.                       00018400
          05 FILLER                    PIC X(09) VALUE ' LINHAS  '.     00018500
          05 WRK-LS-QTDE               PIC ZZZZZZ9.                     00018600
          05 FILLER                    PIC X(09) VALUE ' UNIDADES'.     00018700
          05 FILLER                    PIC X(16) VALUE SPACES.          00018800
                                                                        00018900
       01 WRK-LINHA-TOTAL.                                              00019000
          05 WRK-TOT-TITULO            PIC X(25).                       00019100
          05 WRK-TOT-QTDE              PIC ZZZZZZ9.                     00019200
          05 FILLER                    PIC X(48) VALUE SPACES.          00019300
                                                                        00019400
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00019500
                                                                        00019600
      *----------------------------------------------------------------*00019700
       01 FILLER                       PIC X(50)               VALUE    00019800
            '**** AREA DO MODULO TRTERRO ****'.                         00019900
      *----------------------------------------------------------------*00020000
                                                                        00020100
        COPY '#TRTERRO'.                                                00020200
                                                                        00020300
      *================================================================*00020400
       PROCEDURE DIVISION.                                              00020500
      *================================================================*00020600
      *----------------------------------------------------------------*00020700
       0000-PRINCIPAL                     SECTION.                      00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
           PERFORM 1000-INICIAR.                                        00021100
                                                                        00021200
           SORT ORDENA                                                  00021300
               ON ASCENDING KEY SD-CHAVE                                00021400
               INPUT PROCEDURE  IS 2000-SELECIONAR-LINHAS               00021500
               OUTPUT PROCEDURE IS 2500-LISTAR-LINHAS.                  00021600
                                                                        00021700
           PERFORM 3000-FINALIZAR.                                      00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       0000-99-FIM.            EXIT.                                    00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       1000-INICIAR                       SECTION.                      00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00022800
            MOVE WRK-DSI-DIA            TO WRK-CB1-DATA(1:2).           00022900
            MOVE '/'                    TO WRK-CB1-DATA(3:1).           00023000
            MOVE WRK-DSI-MES            TO WRK-CB1-DATA(4:2).           00023100
            MOVE '/'                    TO WRK-CB1-DATA(6:1).           00023200
            MOVE WRK-DSI-ANO            TO WRK-CB1-DATA(7:4).           00023300
                                                                        00023400
            PERFORM 1100-CARREGAR-PRODUTOS.                             00023500
                                                                        00023600
            OPEN INPUT  PVDMST                                          00023700
                 OUTPUT RELSEP.                                         00023800
            IF WRK-FS-PVDMST NOT EQUAL ZEROS                            00023900
                MOVE ' ERRO ABERTURA PVDMST ' TO WRK-MSG                00024000
                PERFORM 9000-TRATAR-ERROS                               00024100
            END-IF.                                                     00024200
            IF WRK-FS-RELSEP NOT EQUAL ZEROS                            00024300
                MOVE ' ERRO ABERTURA RELSEP ' TO WRK-MSG                00024400
                PERFORM 9000-TRATAR-ERROS                               00024500
            END-IF.                                                     00024600
                                                                        00024700
      *----------------------------------------------------------------*00024800
       1000-99-FIM.            EXIT.                                    00024900
      *----------------------------------------------------------------*00025000
      *----------------------------------------------------------------*00025100
       1100-CARREGAR-PRODUTOS             SECTION.                      00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
            OPEN INPUT ARQPROD.                                         00025500
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00025600
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00025700
                PERFORM 9000-TRATAR-ERROS                               00025800
            END-IF.                                                     00025900
                                                                        00026000
            READ ARQPROD.                                               00026100
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00026200
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00026300
                CONTINUE                                                00026400
            ELSE                                                        00026500
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00026600
                PERFORM 9000-TRATAR-ERROS                               00026700
            END-IF.                                                     00026800
                                                                        00026900
            PERFORM 1110-LER-PRODUTO                                    00027000
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00027100
            CLOSE ARQPROD.                                              00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       1100-99-FIM.            EXIT.                                    00027500
      *----------------------------------------------------------------*00027600
      *----------------------------------------------------------------*00027700
       1110-LER-PRODUTO                   SECTION.                      00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00028100
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00028200
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00028300
                MOVE '10' TO WRK-FS-ARQPROD                             00028400
                GO TO 1110-99-FIM                                       00028500
            END-IF.                                                     00028600
                                                                        00028700
            IF WRK-QT-PRODUTOS NOT LESS 5000                            00028800
                MOVE ' TABELA DE PRODUTOS CHEIA ' TO WRK-MSG            00028900
                PERFORM 9000-TRATAR-ERROS                               00029000
            END-IF.                                                     00029100
            ADD 1 TO WRK-QT-PRODUTOS.                                   00029200
            MOVE WRK-REG-COD  TO WRK-TBP-COD(WRK-QT-PRODUTOS).          00029300
            MOVE WRK-REG-PROD TO WRK-TBP-NOME(WRK-QT-PRODUTOS).         00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
       1110-99-FIM.            EXIT.                                    00029700
      *----------------------------------------------------------------*00029800
      *----------------------------------------------------------------*00029900
       2000-SELECIONAR-LINHAS             SECTION.                      00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
            PERFORM 2100-LER-PEDIDO                                     00030300
                UNTIL WRK-FS-PVDMST EQUAL '10'.                         00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
       2000-99-FIM.            EXIT.                                    00030700
      *----------------------------------------------------------------*00030800
      *----------------------------------------------------------------*00030900
       2100-LER-PEDIDO                    SECTION.                      00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
            READ PVDMST INTO WRK-REG-PEDVD.                             00031300
            IF WRK-FS-PVDMST NOT EQUAL ZEROS                            00031400
                MOVE '10' TO WRK-FS-PVDMST                              00031500
                GO TO 2100-99-FIM                                       00031600
            END-IF.                                                     00031700
                                                                        00031800
            ADD 1 TO WRK-ACU-LIDOS.                                     00031900
                                                                        00032000
            IF WRK-PVD-SITUACAO NOT EQUAL 'A'                           00032100
               AND WRK-PVD-SITUACAO NOT EQUAL 'B'                       00032200
                GO TO 2100-99-FIM                                       00032300
            END-IF.                                                     00032400
            IF WRK-PVD-QT-RESERVADA EQUAL ZEROS                         00032500
                GO TO 2100-99-FIM                                       00032600
            END-IF.                                                     00032700
                                                                        00032800
            MOVE WRK-PVD-ARMAZEM TO SD-ARMAZEM.                         00032900
            MOVE WRK-PVD-COD     TO SD-COD.                             00033000
            MOVE WRK-PVD-NUMERO  TO SD-NUMERO.                          00033100
            MOVE WRK-PVD-LINHA   TO SD-LINHA.                           00033200
            MOVE WRK-REG-PEDVD   TO SD-PEDVD.                           00033300
            RELEASE SD-ORDENA.                                          00033400
                                                                        00033500
      *----------------------------------------------------------------*00033600
       2100-99-FIM.            EXIT.                                    00033700
      *----------------------------------------------------------------*00033800
      *----------------------------------------------------------------*00033900
       2500-LISTAR-LINHAS                 SECTION.                      00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
            PERFORM 2600-LISTAR-LINHA                                   00034300
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00034400
                                                                        00034500
            IF WRK-PRIMEIRO-ARMAZEM EQUAL 'N'                           00034600
                PERFORM 2700-FECHAR-ARMAZEM                             00034700
            END-IF.                                                     00034800
                                                                        00034900
      *----------------------------------------------------------------*00035000
       2500-99-FIM.            EXIT.                                    00035100
      *----------------------------------------------------------------*00035200
      *----------------------------------------------------------------*00035300
       2600-LISTAR-LINHA                  SECTION.                      00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
            RETURN ORDENA                                               00035700
                AT END                                                  00035800
                    MOVE 'S' TO WRK-FIM-SORT                            00035900
                    GO TO 2600-99-FIM                                   00036000
            END-RETURN.                                                 00036100
                                                                        00036200
            MOVE SD-PEDVD TO WRK-REG-PEDVD.                             00036300
                                                                        00036400
            IF WRK-PRIMEIRO-ARMAZEM EQUAL 'N'                           00036500
               AND WRK-PVD-ARMAZEM NOT EQUAL WRK-ARMAZEM-ANTERIOR       00036600
                PERFORM 2700-FECHAR-ARMAZEM                             00036700
            END-IF.                                                     00036800
            IF WRK-PRIMEIRO-ARMAZEM EQUAL 'S'                           00036900
                PERFORM 2800-ABRIR-ARMAZEM                              00037000
            END-IF.                                                     00037100
                                                                        00037200
            PERFORM 2900-PROCURAR-PRODUTO.                              00037300
                                                                        00037400
            MOVE WRK-PVD-COD           TO WRK-LP-COD.                   00037500
            IF WRK-PRODUTO-ACHADO EQUAL 'S'                             00037600
                MOVE WRK-TBP-NOME(WRK-IDX-PRD) TO WRK-LP-NOME           00037700
            ELSE                                                        00037800
                MOVE '*** SEM CADASTRO ***'    TO WRK-LP-NOME           00037900
            END-IF.                                                     00038000
            MOVE WRK-PVD-NUMERO        TO WRK-LP-NUMERO.                00038100
            MOVE WRK-PVD-LINHA         TO WRK-LP-LINHA.                 00038200
            MOVE WRK-PVD-CLIENTE       TO WRK-LP-CLIENTE.               00038300
            MOVE WRK-PVD-QT-RESERVADA  TO WRK-LP-QTDE.                  00038400
            WRITE FD-RELSEP FROM WRK-LINHA-SEPARACAO.                   00038500
                                                                        00038600
            ADD 1                    TO WRK-ARM-LINHAS.                 00038700
            ADD WRK-PVD-QT-RESERVADA TO WRK-ARM-QTDE.                   00038800
                                                                        00038900
      *----------------------------------------------------------------*00039000
       2600-99-FIM.            EXIT.                                    00039100
      *----------------------------------------------------------------*00039200
      *----------------------------------------------------------------*00039300
       2700-FECHAR-ARMAZEM                SECTION.                      00039400
      *----------------------------------------------------------------*00039500
                                                                        00039600
            MOVE WRK-ARMAZEM-ANTERIOR  TO WRK-LS-ARMAZEM.               00039700
            MOVE WRK-ARM-LINHAS        TO WRK-LS-LINHAS.                00039800
            MOVE WRK-ARM-QTDE          TO WRK-LS-QTDE.                  00039900
            WRITE FD-RELSEP FROM WRK-LINHA-TRACO.                       00040000
            WRITE FD-RELSEP FROM WRK-LINHA-SUBTOTAL.                    00040100
                                                                        00040200
            ADD WRK-ARM-LINHAS         TO WRK-ACU-LINHAS.               00040300
            ADD WRK-ARM-QTDE           TO WRK-ACU-QTDE.                 00040400
            MOVE ZEROS                 TO WRK-ARM-LINHAS                00040500
                                          WRK-ARM-QTDE.                 00040600
            MOVE 'S'                   TO WRK-PRIMEIRO-ARMAZEM.         00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       2700-99-FIM.            EXIT.                                    00041000
      *----------------------------------------------------------------*00041100
      *----------------------------------------------------------------*00041200
       2800-ABRIR-ARMAZEM                 SECTION.                      00041300
      *----------------------------------------------------------------*00041400
            MOVE WRK-PVD-ARMAZEM       TO WRK-ARMAZEM-ANTERIOR          00041500
                                          WRK-CB1-ARMAZEM.              00041600
            WRITE FD-RELSEP FROM WRK-CABEC1.                            00041700
            WRITE FD-RELSEP FROM WRK-CABEC2.                            00041800
                                                                        00041900
            ADD 1                      TO WRK-ACU-ARMAZENS.             00042000
            MOVE 'N'                   TO WRK-PRIMEIRO-ARMAZEM.         00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       2800-99-FIM.            EXIT.                                    00042400
      *----------------------------------------------------------------*00042500
      *----------------------------------------------------------------*00042600
       2900-PROCURAR-PRODUTO              SECTION.                      00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
            MOVE 'N' TO WRK-PRODUTO-ACHADO.                             00043000
            MOVE 1   TO WRK-IDX-PRD.                                    00043100
            PERFORM 2910-COMPARAR-PRODUTO                               00043200
                UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS               00043300
                   OR WRK-PRODUTO-ACHADO EQUAL 'S'.                     00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       2900-99-FIM.            EXIT.                                    00043700
      *----------------------------------------------------------------*00043800
      *----------------------------------------------------------------*00043900
       2910-COMPARAR-PRODUTO              SECTION.                      00044000
      *----------------------------------------------------------------*00044100
                                                                        00044200
            IF WRK-TBP-COD(WRK-IDX-PRD) EQUAL WRK-PVD-COD               00044300
                MOVE 'S' TO WRK-PRODUTO-ACHADO                          00044400
            ELSE                                                        00044500
                ADD 1 TO WRK-IDX-PRD                                    00044600
            END-IF.                                                     00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       2910-99-FIM.            EXIT.                                    00045000
      *----------------------------------------------------------------*00045100
      *----------------------------------------------------------------*00045200
       3000-FINALIZAR                     SECTION.                      00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
            IF WRK-ACU-ARMAZENS EQUAL ZEROS                             00045600
                WRITE FD-RELSEP FROM WRK-CABEC2                         00045700
                MOVE 'NADA A SEPARAR'      TO WRK-TOT-TITULO            00045800
                MOVE ZEROS                 TO WRK-TOT-QTDE              00045900
                WRITE FD-RELSEP FROM WRK-LINHA-TOTAL                    00046000
            END-IF.                                                     00046100
                                                                        00046200
            WRITE FD-RELSEP FROM WRK-LINHA-TRACO.                       00046300
            MOVE 'ARMAZENS LISTADOS....: ' TO WRK-TOT-TITULO.           00046400
            MOVE WRK-ACU-ARMAZENS          TO WRK-TOT-QTDE.             00046500
            WRITE FD-RELSEP FROM WRK-LINHA-TOTAL.                       00046600
            MOVE 'LINHAS A SEPARAR.....: ' TO WRK-TOT-TITULO.           00046700
            MOVE WRK-ACU-LINHAS            TO WRK-TOT-QTDE.             00046800
            WRITE FD-RELSEP FROM WRK-LINHA-TOTAL.                       00046900
            MOVE 'UNIDADES A SEPARAR...: ' TO WRK-TOT-TITULO.           00047000
            MOVE WRK-ACU-QTDE              TO WRK-TOT-QTDE.             00047100
            WRITE FD-RELSEP FROM WRK-LINHA-TOTAL.                       00047200
                                                                        00047300
            CLOSE PVDMST                                                00047400
                  RELSEP.                                               00047500
                                                                        00047600
            DISPLAY '------------------------------------------------'. 00047700
            DISPLAY '  LINHAS LIDAS.........: ' WRK-ACU-LIDOS.          00047800
            DISPLAY '  LINHAS A SEPARAR.....: ' WRK-ACU-LINHAS.         00047900
            DISPLAY '  UNIDADES A SEPARAR...: ' WRK-ACU-QTDE.           00048000
            DISPLAY '  ARMAZENS.............: ' WRK-ACU-ARMAZENS.       00048100
            DISPLAY '------------------------------------------------'. 00048200
                                                                        00048300
            STOP RUN.                                                   00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       3000-99-FIM.            EXIT.                                    00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       9000-TRATAR-ERROS                  SECTION.                      00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
             MOVE 'FR06C136'       TO WRK-ERR-PROGRAMA.                 00049400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00049500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00049600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00049700
             MOVE WRK-FS-PVDMST    TO WRK-ERR-STATUS(1:2).              00049800
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(3:2).              00049900
             MOVE WRK-FS-RELSEP    TO WRK-ERR-STATUS(5:2).              00050000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00050100
                                                                        00050200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       9000-99-FIM.            EXIT.                                    00050600
      *----------------------------------------------------------------*00050700
