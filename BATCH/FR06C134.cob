      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C134.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: DIGITACAO DOS PEDIDOS DE VENDA. LE O MESTRE DE    00001400
      *               PEDIDOS DE VENDA ATUAL (PVDENT, LAYOUT B#PEDVD)   00001500
      *               E APLICA OS CARTOES DA SYSIN:                     00001600
      *               - 'P' ABRE UM PEDIDO PARA O CLIENTE DO CARTAO,    00001700
      *                 NUMERADO PELO ULTIMO NUMERO + 1;                00001800
      *               - 'L' ACRESCENTA UMA LINHA (PRODUTO, ARMAZEM E    00001900
      *                 QUANTIDADE) AO ULTIMO PEDIDO ABERTO NA RODADA,  00002000
      *                 COM SITUACAO 'N' (NOVA, AINDA SEM RESERVA);     00002100
      *               - 'C' CANCELA O PEDIDO: AS LINHAS AINDA NAO       00002200
      *                 EXPEDIDAS PASSAM A 'C' E A RESERVA E LIBERADA.  00002300
      *               O PRODUTO PRECISA EXISTIR NO ARQPROD E O ARMAZEM  00002400
      *               ESTAR ATIVO NO CADASTRO ARMAZEM (EM BRANCO =      00002500
      *               001). A RESERVA E FEITA DE NOITE PELO FR06C135.   00002600
      *               GRAVA O MESTRE NOVO (PVDSAI). CARTAO RECUSADO     00002700
      *               DA RC 4.                                          00002800
      *               CARTOES (ATE O CARTAO EM BRANCO), AUDITADOS NO    00002900
      *               AUDSYS:                                           00003000
      *               COL 01    'P' PEDIDO / 'L' LINHA / 'C' CANCELA    00003100
      *               'P': COL 02-21 CLIENTE                            00003200
      *               'L': COL 02-06 PRODUTO, COL 07-09 ARMAZEM,        00003300
      *                    COL 10-14 QUANTIDADE                         00003400
      *               'C': COL 02-07 NUMERO DO PEDIDO                   00003500
      *               COL 23-30 OPERADOR (NOS TRES TIPOS)               00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     ARQPROD           I   (CADASTRO DE PRODUTOS - LRECL 70)     00004100
      *     ARMAZEM           I   (CADASTRO DE ARMAZENS - LRECL 40)     00004200
      *     PVDENT            I   (PEDIDOS DE VENDA - LRECL 80,         00004300
      *                            OPCIONAL NA PRIMEIRA RODADA)         00004400
      *     PVDSAI            O   (PEDIDOS DE VENDA ATUALIZADO -        00004500
      *                            LRECL 80)                            00004600
      *                                                                 00004700
      *----------------------------------------------------------------*00004800
      *     MANUTENCAO:                                                 00004900
      *                                                                 00005000
      *================================================================*00005100
                                                                        00005200
      *================================================================*00005300
       ENVIRONMENT                               DIVISION.              00005400
      *================================================================*00005500
                                                                        00005600
      *----------------------------------------------------------------*00005700
       CONFIGURATION                             SECTION.               00005800
      *----------------------------------------------------------------*00005900
                                                                        00006000
       SPECIAL-NAMES.                                                   00006100
           DECIMAL-POINT IS COMMA.                                      00006200
                                                                        00006300
      *----------------------------------------------------------------*00006400
       INPUT-OUTPUT                              SECTION.               00006500
      *----------------------------------------------------------------*00006600
                                                                        00006700
       FILE-CONTROL.                                                    00006800
             SELECT ARQPROD            ASSIGN TO ARQPROD                00006900
                FILE STATUS            IS WRK-FS-ARQPROD.               00007000
             SELECT ARMAZEM            ASSIGN TO ARMAZEM                00007100
                FILE STATUS            IS WRK-FS-ARMAZEM.               00007200
             SELECT PVDENT             ASSIGN TO PVDENT                 00007300
                FILE STATUS            IS WRK-FS-PVDENT.                00007400
             SELECT PVDSAI             ASSIGN TO PVDSAI                 00007500
                FILE STATUS            IS WRK-FS-PVDSAI.                00007600
                                                                        00007700
      *================================================================*00007800
       DATA                                      DIVISION.              00007900
      *================================================================*00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       FILE                                      SECTION.               00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FD ARQPROD                                                       00008600
           RECORDING MODE IS F                                          00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-ARQPROD                   PIC X(70).                       00008900
                                                                        00009000
       FD ARMAZEM                                                       00009100
           RECORDING MODE IS F                                          00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
       01 FD-ARMAZEM                   PIC X(40).                       00009400
                                                                        00009500
       FD PVDENT                                                        00009600
           RECORDING MODE IS F                                          00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
       01 FD-PVDENT                    PIC X(80).                       00009900
                                                                        00010000
       FD PVDSAI                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-PVDSAI                    PIC X(80).                       00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       WORKING-STORAGE                           SECTION.               00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01 FILLER                       PIC X(50)               VALUE    00011100
            '**** AREA DOS REGISTROS DE ENTRADA ****'.                  00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
        COPY 'B#PROD'.                                                  00011500
                                                                        00011600
        COPY 'B#ARMZ'.                                                  00011700
                                                                        00011800
        COPY 'B#PEDVD'.                                                 00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
       01 FILLER                       PIC X(50)               VALUE    00012200
            '**** TABELAS EM MEMORIA ****'.                             00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
       01 WRK-TAB-PRODUTOS.                                             00012600
          05 WRK-TBP-COD               PIC 9(05) OCCURS 5000 TIMES.     00012700
                                                                        00012800
       01 WRK-TAB-ARMAZENS.                                             00012900
          05 WRK-TAB-ARM-ITEM          OCCURS 200 TIMES.                00013000
             10 WRK-TBW-CODIGO         PIC 9(03).                       00013100
             10 WRK-TBW-ATIVO          PIC X(01).                       00013200
                                                                        00013300
       01 WRK-TAB-PEDVD.                                                00013400
          05 WRK-TAB-PVD-ITEM          OCCURS 5000 TIMES.               00013500
             10 WRK-TBV-REGISTRO       PIC X(80).                       00013600
                                                                        00013700
       77 WRK-QT-PRODUTOS              PIC 9(04) VALUE ZEROS.           00013800
       77 WRK-IDX-PROD                 PIC 9(04) VALUE ZEROS.           00013900
       77 WRK-QT-ARMAZENS              PIC 9(03) VALUE ZEROS.           00014000
       77 WRK-IDX-ARM                  PIC 9(03) VALUE ZEROS.           00014100
       77 WRK-QT-LINHAS                PIC 9(04) VALUE ZEROS.           00014200
       77 WRK-IDX-PVD                  PIC 9(04) VALUE ZEROS.           00014300
       77 WRK-ULTIMO-NUMERO            PIC 9(06) VALUE ZEROS.           00014400
       77 WRK-PEDIDO-ABERTO            PIC 9(06) VALUE ZEROS.           00014500
       77 WRK-CLIENTE-ABERTO           PIC X(20) VALUE SPACES.          00014600
       77 WRK-ULTIMA-LINHA             PIC 9(02) VALUE ZEROS.           00014700
       77 WRK-ARM-PROCURADO            PIC 9(03) VALUE ZEROS.           00014800
       77 WRK-ARMAZEM-VALIDO           PIC X(01) VALUE 'N'.             00014900
       77 WRK-PRODUTO-ACHADO           PIC X(01) VALUE 'N'.             00015000
       77 WRK-PEDIDO-ACHADO            PIC X(01) VALUE 'N'.             00015100
       77 WRK-LINHAS-CANCELADAS        PIC 9(02) VALUE ZEROS.           00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DO CARTAO ****'.                                 00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
       01 WRK-CARTAO.                                                   00015900
          05 WRK-CARTAO-ACAO           PIC X(01).                       00016000
          05 WRK-CARTAO-DADOS.                                          00016100
             10 WRK-CARTAO-CLIENTE     PIC X(20).                       00016200
             10 FILLER                 PIC X(01).                       00016300
          05 WRK-CARTAO-LINHA       REDEFINES WRK-CARTAO-DADOS.         00016400
             10 WRK-CARTAO-PRODUTO     PIC X(05).                       00016500
             10 WRK-CARTAO-ARMAZEM     PIC X(03).                       00016600
             10 WRK-CARTAO-QTDE        PIC X(05).                       00016700
             10 FILLER                 PIC X(08).                       00016800
          05 WRK-CARTAO-CANCELA     REDEFINES WRK-CARTAO-DADOS.         00016900
             10 WRK-CARTAO-NUMERO      PIC X(06).                       00017000
             10 FILLER                 PIC X(15).                       00017100
          05 WRK-CARTAO-OPERADOR       PIC X(08).                       00017200
          05 FILLER                    PIC X(50).                       00017300
                                                                        00017400
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00017500
                                                                        00017600
       01 WRK-DATA-SISTEMA             PIC 9(08) VALUE ZEROS.           00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       01 FILLER                       PIC X(50)               VALUE    00018000
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00018400
       77 WRK-FS-ARMAZEM               PIC X(02) VALUE SPACES.          00018500
       77 WRK-FS-PVDENT                PIC X(02) VALUE SPACES.          00018600
       77 WRK-FS-PVDSAI                PIC X(02) VALUE SPACES.          00018700
       77 WRK-ACU-PEDIDOS              PIC 9(05) VALUE ZEROS.           00018800
       77 WRK-ACU-LINHAS               PIC 9(05) VALUE ZEROS.           00018900
       77 WRK-ACU-CANCELADOS           PIC 9(05) VALUE ZEROS.           00019000
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00019100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       01 FILLER                       PIC X(50)               VALUE    00019500
            '**** AREA DO MODULO AUDSYS ****'.                          00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
        COPY '#AUDSYS'.                                                 00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       01 FILLER                       PIC X(50)               VALUE    00020200
            '**** AREA DO MODULO TRTERRO ****'.                         00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
        COPY '#TRTERRO'.                                                00020600
                                                                        00020700
      *================================================================*00020800
       PROCEDURE DIVISION.                                              00020900
      *================================================================*00021000
      *----------------------------------------------------------------*00021100
       0000-PRINCIPAL                     SECTION.                      00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
           PERFORM 1000-INICIAR.                                        00021500
                                                                        00021600
           PERFORM 2000-PROCESSAR                                       00021700
               UNTIL WRK-CARTAO EQUAL SPACES.                           00021800
                                                                        00021900
           PERFORM 3000-FINALIZAR.                                      00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
       0000-99-FIM.            EXIT.                                    00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       1000-INICIAR                       SECTION.                      00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.                 00023000
                                                                        00023100
            PERFORM 1100-CARREGAR-PRODUTOS.                             00023200
            PERFORM 1200-CARREGAR-ARMAZENS.                             00023300
            PERFORM 1300-CARREGAR-PEDIDOS.                              00023400
                                                                        00023500
            OPEN OUTPUT PVDSAI.                                         00023600
            IF WRK-FS-PVDSAI NOT EQUAL ZEROS                            00023700
                MOVE ' ERRO ABERTURA PVDSAI ' TO WRK-MSG                00023800
                PERFORM 9000-TRATAR-ERROS                               00023900
            END-IF.                                                     00024000
                                                                        00024100
            PERFORM 1400-LER-CARTAO.                                    00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       1000-99-FIM.            EXIT.                                    00024500
      *----------------------------------------------------------------*00024600
      *----------------------------------------------------------------*00024700
       1100-CARREGAR-PRODUTOS             SECTION.                      00024800
      *----------------------------------------------------------------*00024900
                                                                        00025000
            OPEN INPUT ARQPROD.                                         00025100
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00025200
                MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG               00025300
                PERFORM 9000-TRATAR-ERROS                               00025400
            END-IF.                                                     00025500
                                                                        00025600
            READ ARQPROD.                                               00025700
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00025800
               AND FD-ARQPROD(1:3) EQUAL 'HDR'                          00025900
                CONTINUE                                                00026000
            ELSE                                                        00026100
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00026200
                PERFORM 9000-TRATAR-ERROS                               00026300
            END-IF.                                                     00026400
                                                                        00026500
            PERFORM 1110-LER-PRODUTO                                    00026600
                UNTIL WRK-FS-ARQPROD EQUAL '10'.                        00026700
            CLOSE ARQPROD.                                              00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       1100-99-FIM.            EXIT.                                    00027100
      *----------------------------------------------------------------*00027200
      *----------------------------------------------------------------*00027300
       1110-LER-PRODUTO                   SECTION.                      00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00027700
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00027800
               OR FD-ARQPROD(1:3) EQUAL 'TRL'                           00027900
                MOVE '10' TO WRK-FS-ARQPROD                             00028000
                GO TO 1110-99-FIM                                       00028100
            END-IF.                                                     00028200
                                                                        00028300
            IF WRK-QT-PRODUTOS NOT LESS 5000                            00028400
                MOVE ' TABELA DE PRODUTOS CHEIA ' TO WRK-MSG            00028500
                PERFORM 9000-TRATAR-ERROS                               00028600
            END-IF.                                                     00028700
            ADD 1 TO WRK-QT-PRODUTOS.                                   00028800
            MOVE WRK-REG-COD TO WRK-TBP-COD(WRK-QT-PRODUTOS).           00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
       1110-99-FIM.            EXIT.                                    00029200
      *----------------------------------------------------------------*00029300
      *----------------------------------------------------------------*00029400
       1200-CARREGAR-ARMAZENS             SECTION.                      00029500
      *----------------------------------------------------------------*00029600
                                                                        00029700
            OPEN INPUT ARMAZEM.                                         00029800
            IF WRK-FS-ARMAZEM NOT EQUAL ZEROS                           00029900
                MOVE ' ERRO ABERTURA ARMAZEM ' TO WRK-MSG               00030000
                PERFORM 9000-TRATAR-ERROS                               00030100
            END-IF.                                                     00030200
                                                                        00030300
            PERFORM 1210-LER-ARMAZEM                                    00030400
                UNTIL WRK-FS-ARMAZEM EQUAL '10'.                        00030500
            CLOSE ARMAZEM.                                              00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
       1200-99-FIM.            EXIT.                                    00030900
      *----------------------------------------------------------------*00031000
      *----------------------------------------------------------------*00031100
       1210-LER-ARMAZEM                   SECTION.                      00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
            READ ARMAZEM INTO WRK-REG-ARMAZEM.                          00031500
            IF WRK-FS-ARMAZEM NOT EQUAL ZEROS                           00031600
                MOVE '10' TO WRK-FS-ARMAZEM                             00031700
                GO TO 1210-99-FIM                                       00031800
            END-IF.                                                     00031900
                                                                        00032000
            IF WRK-QT-ARMAZENS NOT LESS 200                             00032100
                MOVE ' TABELA DE ARMAZENS CHEIA ' TO WRK-MSG            00032200
                PERFORM 9000-TRATAR-ERROS                               00032300
            END-IF.                                                     00032400
            ADD 1 TO WRK-QT-ARMAZENS.                                   00032500
            MOVE WRK-ARM-CODIGO TO WRK-TBW-CODIGO(WRK-QT-ARMAZENS).     00032600
            MOVE WRK-ARM-ATIVO  TO WRK-TBW-ATIVO(WRK-QT-ARMAZENS).      00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
       1210-99-FIM.            EXIT.                                    00033000
      *----------------------------------------------------------------*00033100
      *----------------------------------------------------------------*00033200
       1300-CARREGAR-PEDIDOS              SECTION.                      00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
            OPEN INPUT PVDENT.                                          00033600
            IF WRK-FS-PVDENT EQUAL '35'                                 00033700
                DISPLAY 'PVDENT AUSENTE - PRIMEIRO PEDIDO DE VENDA'     00033800
                GO TO 1300-99-FIM                                       00033900
            END-IF.                                                     00034000
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00034100
                MOVE ' ERRO ABERTURA PVDENT ' TO WRK-MSG                00034200
                PERFORM 9000-TRATAR-ERROS                               00034300
            END-IF.                                                     00034400
                                                                        00034500
            PERFORM 1310-LER-PEDIDO                                     00034600
                UNTIL WRK-FS-PVDENT EQUAL '10'.                         00034700
            CLOSE PVDENT.                                               00034800
                                                                        00034900
      *----------------------------------------------------------------*00035000
       1300-99-FIM.            EXIT.                                    00035100
      *----------------------------------------------------------------*00035200
      *----------------------------------------------------------------*00035300
       1310-LER-PEDIDO                    SECTION.                      00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
            READ PVDENT INTO WRK-REG-PEDVD.                             00035700
            IF WRK-FS-PVDENT NOT EQUAL ZEROS                            00035800
                MOVE '10' TO WRK-FS-PVDENT                              00035900
                GO TO 1310-99-FIM                                       00036000
            END-IF.                                                     00036100
                                                                        00036200
            IF WRK-QT-LINHAS NOT LESS 5000                              00036300
                MOVE ' TABELA DE PEDIDOS DE VENDA CHEIA ' TO WRK-MSG    00036400
                PERFORM 9000-TRATAR-ERROS                               00036500
            END-IF.                                                     00036600
            ADD 1 TO WRK-QT-LINHAS.                                     00036700
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-QT-LINHAS).      00036800
            IF WRK-PVD-NUMERO GREATER WRK-ULTIMO-NUMERO                 00036900
                MOVE WRK-PVD-NUMERO TO WRK-ULTIMO-NUMERO                00037000
            END-IF.                                                     00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
       1310-99-FIM.            EXIT.                                    00037400
      *----------------------------------------------------------------*00037500
      *----------------------------------------------------------------*00037600
       1400-LER-CARTAO                    SECTION.                      00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
            ACCEPT WRK-CARTAO FROM SYSIN.                               00038000
                                                                        00038100
            IF WRK-CARTAO NOT EQUAL SPACES                              00038200
                MOVE 'FR06C134'  TO WRK-AUD-PROGRAMA                    00038300
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00038400
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00038500
            END-IF.                                                     00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       1400-99-FIM.            EXIT.                                    00038900
      *----------------------------------------------------------------*00039000
      *----------------------------------------------------------------*00039100
       2000-PROCESSAR                     SECTION.                      00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00039500
                                                                        00039600
            EVALUATE WRK-CARTAO-ACAO                                    00039700
             WHEN 'P'                                                   00039800
               PERFORM 2100-ABRIR-PEDIDO                                00039900
             WHEN 'L'                                                   00040000
               PERFORM 2200-INCLUIR-LINHA                               00040100
             WHEN 'C'                                                   00040200
               PERFORM 2300-CANCELAR-PEDIDO                             00040300
             WHEN OTHER                                                 00040400
               MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA                00040500
            END-EVALUATE.                                               00040600
                                                                        00040700
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00040800
                ADD 1 TO WRK-ACU-RECUSADOS                              00040900
                DISPLAY 'CARTAO RECUSADO - ' WRK-MOTIVO-RECUSA          00041000
                        ': ' WRK-CARTAO                                 00041100
            END-IF.                                                     00041200
                                                                        00041300
            PERFORM 1400-LER-CARTAO.                                    00041400
                                                                        00041500
      *----------------------------------------------------------------*00041600
       2000-99-FIM.            EXIT.                                    00041700
      *----------------------------------------------------------------*00041800
      *----------------------------------------------------------------*00041900
       2100-ABRIR-PEDIDO                  SECTION.                      00042000
      *----------------------------------------------------------------*00042100
      *    AS LINHAS ('L') QUE SEGUEM ENTRAM NESTE PEDIDO.              00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
            MOVE ZEROS TO WRK-PEDIDO-ABERTO.                            00042500
                                                                        00042600
            IF WRK-CARTAO-CLIENTE EQUAL SPACES                          00042700
                MOVE 'CLIENTE EM BRANCO' TO WRK-MOTIVO-RECUSA           00042800
                GO TO 2100-99-FIM                                       00042900
            END-IF.                                                     00043000
                                                                        00043100
            ADD 1 TO WRK-ULTIMO-NUMERO.                                 00043200
            MOVE WRK-ULTIMO-NUMERO  TO WRK-PEDIDO-ABERTO.               00043300
            MOVE WRK-CARTAO-CLIENTE TO WRK-CLIENTE-ABERTO.              00043400
            MOVE ZEROS              TO WRK-ULTIMA-LINHA.                00043500
                                                                        00043600
            ADD 1 TO WRK-ACU-PEDIDOS.                                   00043700
            DISPLAY 'PEDIDO DE VENDA ' WRK-PEDIDO-ABERTO                00043800
                    ' ABERTO PARA ' WRK-CLIENTE-ABERTO.                 00043900
                                                                        00044000
      *----------------------------------------------------------------*00044100
       2100-99-FIM.            EXIT.                                    00044200
      *----------------------------------------------------------------*00044300
      *----------------------------------------------------------------*00044400
       2200-INCLUIR-LINHA                 SECTION.                      00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
            IF WRK-PEDIDO-ABERTO EQUAL ZEROS                            00044800
                MOVE 'LINHA SEM PEDIDO ABERTO' TO WRK-MOTIVO-RECUSA     00044900
                GO TO 2200-99-FIM                                       00045000
            END-IF.                                                     00045100
                                                                        00045200
            IF WRK-CARTAO-ARMAZEM EQUAL SPACES                          00045300
                MOVE '001' TO WRK-CARTAO-ARMAZEM                        00045400
            END-IF.                                                     00045500
                                                                        00045600
            IF WRK-CARTAO-PRODUTO NOT NUMERIC                           00045700
               OR WRK-CARTAO-ARMAZEM NOT NUMERIC                        00045800
               OR WRK-CARTAO-QTDE NOT NUMERIC                           00045900
                MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO-RECUSA          00046000
                GO TO 2200-99-FIM                                       00046100
            END-IF.                                                     00046200
                                                                        00046300
            IF WRK-CARTAO-QTDE EQUAL ZEROS                              00046400
                MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO-RECUSA           00046500
                GO TO 2200-99-FIM                                       00046600
            END-IF.                                                     00046700
                                                                        00046800
            IF WRK-ULTIMA-LINHA NOT LESS 99                             00046900
                MOVE 'PEDIDO COM 99 LINHAS' TO WRK-MOTIVO-RECUSA        00047000
                GO TO 2200-99-FIM                                       00047100
            END-IF.                                                     00047200
                                                                        00047300
            MOVE 'N' TO WRK-PRODUTO-ACHADO.                             00047400
            MOVE 1   TO WRK-IDX-PROD.                                   00047500
            PERFORM 2210-COMPARAR-PRODUTO                               00047600
                UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS              00047700
                   OR WRK-PRODUTO-ACHADO EQUAL 'S'.                     00047800
            IF WRK-PRODUTO-ACHADO EQUAL 'N'                             00047900
                MOVE 'PRODUTO INEXISTENTE' TO WRK-MOTIVO-RECUSA         00048000
                GO TO 2200-99-FIM                                       00048100
            END-IF.                                                     00048200
                                                                        00048300
            MOVE WRK-CARTAO-ARMAZEM TO WRK-ARM-PROCURADO.               00048400
            PERFORM 2400-VALIDAR-ARMAZEM.                               00048500
            IF WRK-ARMAZEM-VALIDO EQUAL 'N'                             00048600
                MOVE 'ARMAZEM INEXISTENTE OU INATIVO'                   00048700
                                       TO WRK-MOTIVO-RECUSA             00048800
                GO TO 2200-99-FIM                                       00048900
            END-IF.                                                     00049000
                                                                        00049100
            IF WRK-QT-LINHAS NOT LESS 5000                              00049200
                MOVE ' TABELA DE PEDIDOS DE VENDA CHEIA ' TO WRK-MSG    00049300
                PERFORM 9000-TRATAR-ERROS                               00049400
            END-IF.                                                     00049500
                                                                        00049600
            ADD 1 TO WRK-ULTIMA-LINHA.                                  00049700
            MOVE SPACES              TO WRK-REG-PEDVD.                  00049800
            MOVE WRK-PEDIDO-ABERTO   TO WRK-PVD-NUMERO.                 00049900
            MOVE WRK-ULTIMA-LINHA    TO WRK-PVD-LINHA.                  00050000
            MOVE WRK-CLIENTE-ABERTO  TO WRK-PVD-CLIENTE.                00050100
            MOVE WRK-CARTAO-PRODUTO  TO WRK-PVD-COD.                    00050200
            MOVE WRK-CARTAO-ARMAZEM  TO WRK-PVD-ARMAZEM.                00050300
            MOVE WRK-CARTAO-QTDE     TO WRK-PVD-QT-PEDIDA.              00050400
            MOVE ZEROS               TO WRK-PVD-QT-RESERVADA            00050500
                                        WRK-PVD-QT-EXPEDIDA.            00050600
            MOVE WRK-DATA-SISTEMA    TO WRK-PVD-DATA-EMISSAO.           00050700
            MOVE 'N'                 TO WRK-PVD-SITUACAO.               00050800
            MOVE WRK-CARTAO-OPERADOR TO WRK-PVD-OPERADOR.               00050900
            ADD 1 TO WRK-QT-LINHAS.                                     00051000
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-QT-LINHAS).      00051100
                                                                        00051200
            ADD 1 TO WRK-ACU-LINHAS.                                    00051300
                                                                        00051400
      *----------------------------------------------------------------*00051500
       2200-99-FIM.            EXIT.                                    00051600
      *----------------------------------------------------------------*00051700
      *----------------------------------------------------------------*00051800
       2210-COMPARAR-PRODUTO              SECTION.                      00051900
      *----------------------------------------------------------------*00052000
                                                                        00052100
            IF WRK-TBP-COD(WRK-IDX-PROD) EQUAL WRK-CARTAO-PRODUTO       00052200
                MOVE 'S' TO WRK-PRODUTO-ACHADO                          00052300
            ELSE                                                        00052400
                ADD 1 TO WRK-IDX-PROD                                   00052500
            END-IF.                                                     00052600
                                                                        00052700
      *----------------------------------------------------------------*00052800
       2210-99-FIM.            EXIT.                                    00052900
      *----------------------------------------------------------------*00053000
      *----------------------------------------------------------------*00053100
       2300-CANCELAR-PEDIDO               SECTION.                      00053200
      *----------------------------------------------------------------*00053300
      *    LINHA EXPEDIDA FICA COMO ESTA; A PARCIALMENTE EXPEDIDA       00053400
      *    PASSA A 'C' COM A QUANTIDADE EXPEDIDA PRESERVADA.            00053500
      *----------------------------------------------------------------*00053600
                                                                        00053700
            IF WRK-CARTAO-NUMERO NOT NUMERIC                            00053800
                MOVE 'NUMERO NAO NUMERICO' TO WRK-MOTIVO-RECUSA         00053900
                GO TO 2300-99-FIM                                       00054000
            END-IF.                                                     00054100
                                                                        00054200
            MOVE 'N'   TO WRK-PEDIDO-ACHADO.                            00054300
            MOVE ZEROS TO WRK-LINHAS-CANCELADAS.                        00054400
            PERFORM 2310-CANCELAR-LINHA                                 00054500
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00054600
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00054700
                                                                        00054800
            IF WRK-PEDIDO-ACHADO EQUAL 'N'                              00054900
                MOVE 'PEDIDO INEXISTENTE' TO WRK-MOTIVO-RECUSA          00055000
                GO TO 2300-99-FIM                                       00055100
            END-IF.                                                     00055200
                                                                        00055300
            IF WRK-LINHAS-CANCELADAS EQUAL ZEROS                        00055400
                MOVE 'PEDIDO SEM LINHA A CANCELAR' TO WRK-MOTIVO-RECUSA 00055500
                GO TO 2300-99-FIM                                       00055600
            END-IF.                                                     00055700
                                                                        00055800
            IF WRK-CARTAO-NUMERO EQUAL WRK-PEDIDO-ABERTO                00055900
                MOVE ZEROS TO WRK-PEDIDO-ABERTO                         00056000
            END-IF.                                                     00056100
                                                                        00056200
            ADD 1 TO WRK-ACU-CANCELADOS.                                00056300
            DISPLAY 'PEDIDO DE VENDA ' WRK-CARTAO-NUMERO                00056400
                    ' CANCELADO - LINHAS: ' WRK-LINHAS-CANCELADAS.      00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       2300-99-FIM.            EXIT.                                    00056800
      *----------------------------------------------------------------*00056900
      *----------------------------------------------------------------*00057000
       2310-CANCELAR-LINHA                SECTION.                      00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
            MOVE WRK-TBV-REGISTRO(WRK-IDX-PVD) TO WRK-REG-PEDVD.        00057400
            IF WRK-PVD-NUMERO NOT EQUAL WRK-CARTAO-NUMERO               00057500
                GO TO 2310-99-FIM                                       00057600
            END-IF.                                                     00057700
                                                                        00057800
            MOVE 'S' TO WRK-PEDIDO-ACHADO.                              00057900
            IF WRK-PVD-SITUACAO EQUAL 'E'                               00058000
               OR WRK-PVD-SITUACAO EQUAL 'C'                            00058100
                GO TO 2310-99-FIM                                       00058200
            END-IF.                                                     00058300
                                                                        00058400
            MOVE 'C'                 TO WRK-PVD-SITUACAO.               00058500
            MOVE ZEROS               TO WRK-PVD-QT-RESERVADA.           00058600
            MOVE WRK-CARTAO-OPERADOR TO WRK-PVD-OPERADOR.               00058700
            MOVE WRK-REG-PEDVD TO WRK-TBV-REGISTRO(WRK-IDX-PVD).        00058800
            ADD 1 TO WRK-LINHAS-CANCELADAS.                             00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       2310-99-FIM.            EXIT.                                    00059200
      *----------------------------------------------------------------*00059300
      *----------------------------------------------------------------*00059400
       2400-VALIDAR-ARMAZEM               SECTION.                      00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
            MOVE 'N' TO WRK-ARMAZEM-VALIDO.                             00059800
            MOVE 1   TO WRK-IDX-ARM.                                    00059900
            PERFORM 2410-COMPARAR-ARMAZEM                               00060000
                UNTIL WRK-IDX-ARM GREATER WRK-QT-ARMAZENS               00060100
                   OR WRK-ARMAZEM-VALIDO EQUAL 'S'.                     00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2400-99-FIM.            EXIT.                                    00060500
      *----------------------------------------------------------------*00060600
      *----------------------------------------------------------------*00060700
       2410-COMPARAR-ARMAZEM              SECTION.                      00060800
      *----------------------------------------------------------------*00060900
                                                                        00061000
            IF WRK-TBW-CODIGO(WRK-IDX-ARM) EQUAL WRK-ARM-PROCURADO      00061100
               AND WRK-TBW-ATIVO(WRK-IDX-ARM) EQUAL 'S'                 00061200
                MOVE 'S' TO WRK-ARMAZEM-VALIDO                          00061300
            ELSE                                                        00061400
                ADD 1 TO WRK-IDX-ARM                                    00061500
            END-IF.                                                     00061600
                                                                        00061700
      *----------------------------------------------------------------*00061800
       2410-99-FIM.            EXIT.                                    00061900
      *----------------------------------------------------------------*00062000
      *----------------------------------------------------------------*00062100
       3000-FINALIZAR                     SECTION.                      00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
            PERFORM 3100-GRAVAR-PEDIDO                                  00062500
                VARYING WRK-IDX-PVD FROM 1 BY 1                         00062600
                UNTIL WRK-IDX-PVD GREATER WRK-QT-LINHAS.                00062700
                                                                        00062800
            CLOSE PVDSAI.                                               00062900
                                                                        00063000
            DISPLAY '------------------------------------------------'. 00063100
            DISPLAY '  LINHAS NO MESTRE.....: ' WRK-QT-LINHAS.          00063200
            DISPLAY '  PEDIDOS ABERTOS......: ' WRK-ACU-PEDIDOS.        00063300
            DISPLAY '  LINHAS INCLUIDAS.....: ' WRK-ACU-LINHAS.         00063400
            DISPLAY '  PEDIDOS CANCELADOS...: ' WRK-ACU-CANCELADOS.     00063500
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00063600
            DISPLAY '------------------------------------------------'. 00063700
                                                                        00063800
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00063900
                MOVE 4 TO RETURN-CODE                                   00064000
            END-IF.                                                     00064100
                                                                        00064200
            STOP RUN.                                                   00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       3000-99-FIM.            EXIT.                                    00064600
      *----------------------------------------------------------------*00064700
      *----------------------------------------------------------------*00064800
       3100-GRAVAR-PEDIDO                 SECTION.                      00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
            WRITE FD-PVDSAI FROM WRK-TBV-REGISTRO(WRK-IDX-PVD).         00065200
                                                                        00065300
      *----------------------------------------------------------------*00065400
       3100-99-FIM.            EXIT.                                    00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       9000-TRATAR-ERROS                  SECTION.                      00065900
      *----------------------------------------------------------------*00066000
                                                                        00066100
             MOVE 'FR06C134'       TO WRK-ERR-PROGRAMA.                 00066200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00066300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00066400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00066500
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00066600
             MOVE WRK-FS-ARMAZEM   TO WRK-ERR-STATUS(3:2).              00066700
             MOVE WRK-FS-PVDENT    TO WRK-ERR-STATUS(5:2).              00066800
             MOVE WRK-FS-PVDSAI    TO WRK-ERR-STATUS(7:2).              00066900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00067000
                                                                        00067100
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       9000-99-FIM.            EXIT.                                    00067500
      *----------------------------------------------------------------*00067600
