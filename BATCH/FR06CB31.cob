      *                                                                 00001300
      *     OBJETIVO: RECEBER ARQUIVO (ARQPROD) E GRAVAR UM ARQUIVO     00001400
      *               MENOR (SAIARQ), DESVIANDO OS PRODUTOS COM         00001500
      *               ESTOQUE ABAIXO DO MINIMO PARA UM ARQUIVO DE       00001600
      *               EXCECAO (EXCECAO).                                00001700
      *                                                                 00001800
      *----------------------------------------------------------------*00001900
      *     INPUT:                                                      00002000
      *     DDNAME           I/O                                        00002100
      *     ARQPROD           I                                         00002200
      *     SAIARQ            O                                         00002300
      *     EXCECAO           O   (PRODUTOS COM ESTOQUE ABAIXO DO       00002400
      *                            MINIMO)                              00002500
      *     CKPTARQ          I/O  (CHECKPOINT DE RESTART)               00002600
      *     REPPRD            I   (PARAMETROS DE REPOSICAO POR PRODUTO  00002700
      *                            - LRECL 80, OPCIONAL)                00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     MANUTENCAO:                                                 00003100
      *     01/08/2022 JL - PASSA A SINALIZAR EM WRK-SAIARQ-FLAG OS     00003200
      *                     PRODUTOS COM WRK-REG-ESTOQUE ABAIXO DE      00003300
      *                     WRK-MIN-ESTOQUE, EM VEZ DE SO COPIAR OS     00003400
      *                     DADOS.                                      00003500
      *     01/08/2022 JL - ADICIONADO CHECKPOINT/RESTART: A CADA       00003600
      *                     WRK-CKPT-INTERVALO REGISTROS GRAVADOS, A    00003700
      *                     POSICAO E SALVA EM CKPTARQ; SE O JOB FOR    00003800
      *                     REINICIADO, OS REGISTROS JA PROCESSADOS SAO 00003900
      *                     PULADOS E SAIARQ E ABERTO EM EXTEND.        00004000
      *     01/08/2022 JL - ADICIONADA CONFERENCIA DE REGISTROS LIDOS X 00004100
      *                     GRAVADOS NO FINAL DO JOB (WRK-CONTADOR-LIDOS00004200
      *                     X WRK-CONTADOR-GRAVADOS).                   00004300
      *     18/08/2022 JL - NO RESTART, WRK-CONTADOR-RESTART TAMBEM E   00004400
      *                     SOMADO EM WRK-CONTADOR-GRAVADOS (SO ESTAVA  00004500
      *                     INDO PARA PROC/LIDOS), SENAO A CONFERENCIA  00004600
      *                     ACUSAVA DIVERGENCIA EM TODO RESTART. A      00004700
      *                     DIVERGENCIA PASSA A SETAR RETURN-CODE = 4   00004800
      *                     PARA O JCL PODER DETECTAR A FALHA.          00004900
      *     22/08/2022 JL - PRODUTOS COM ESTOQUE ABAIXO DO MINIMO       00005000
      *                     DEIXAM DE SAIR EM SAIARQ COM UM BYTE DE     00005100
      *                     SINALIZACAO E PASSAM A SER GRAVADOS NUM     00005200
      *                     ARQUIVO DE EXCECAO PROPRIO, MESMO PADRAO    00005300
      *                     JA USADO EM OUTROS PROGRAMAS DESTA SUITE.   00005400
      *                     A CONFERENCIA LIDOS X GRAVADOS PASSA A      00005500
      *                     SOMAR TAMBEM AS EXCECOES.                   00005600
      *     23/08/2022 JL - NO FINAL DO JOB OS CONTADORES DE LIDOS/     00005700
      *                     GRAVADOS/EXCECAO PASSAM A SER ANEXADOS AO   00005800
      *                     ARQUIVO DE CONTROLE DE RODADA (RUNCTL)      00005900
      *                     ABERTO PELO FR06CB01, PARA O RESUMO         00006000
      *                     CONSOLIDADO DO FR06CB35.                    00006100
      *     25/08/2022 JL - WRK-MIN-ESTOQUE DEIXA DE SER LITERAL FIXO   00006200
      *                     E PASSA A SER LIDO DO ARQUIVO CENTRAL DE    00006300
      *                     PARAMETROS (PARAMS, PARAMETRO MIN-ESTOQUE,  00006400
      *                     VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA  00006500
      *                     DO PROCESSAMENTO). O VALOR REALMENTE USADO  00006600
      *                     E IMPRESSO NA SYSOUT PARA AUDITORIA. SEM    00006700
      *                     ARQUIVO OU SEM O PARAMETRO, VALE O PADRAO   00006800
      *                     00010.                                      00006900
      *     26/08/2022 JL - 9000-TRATAR-ERROS PASSA A SER UM ADAPTADOR  00007000
      *                     DO MODULO COMUM TRTERRO, QUE EXIBE O BLOCO  00007100
      *                     PADRAO, GRAVA O LOG VIA GRVLOG E DECIDE     00007200
      *                     RETURN-CODE/ABEND PELA SEVERIDADE           00007300
      *                     (WRK-SEVERIDADE: DIVERGENCIA DE CONTADORES  00007400
      *                     = 'A', ERRO DE CLOSE/RUNCTL = 'E', DEMAIS   00007500
      *                     = 'F').                                     00007600
      *     30/08/2022 JL - ARQPROD PASSA A TRAZER CABECALHO E TRAILER  00007700
      *                     PADRAO (B#HDRTRL). O CABECALHO E CONFERIDO  00007800
      *                     CONTRA A DATA DE RODADA DO RUNCTL ANTES DE  00007900
      *                     QUALQUER GRAVACAO E O TRAILER (QTDE + HASH  00008000
      *                     DE WRK-REG-VALOR EM CENTAVOS) E CONFERIDO   00008100
      *                     NO FECHAMENTO. NO RESTART, OS REGISTROS     00008200
      *                     PULADOS TAMBEM ENTRAM NO HASH.              00008300
      *     01/09/2022 JL - OS PRODUTOS COM ESTOQUE ABAIXO DO MINIMO    00008400
      *                     PASSAM A GERAR TAMBEM O ARQUIVO DE SUGESTAO 00008500
      *                     DE COMPRA (SUGCOMP): QUANTIDADE SUGERIDA =  00008600
      *                     MINIMO - ATUAL + MARGEM DE SEGURANCA        00008700
      *                     (PARAMETRO MARGEM-COMPRA, PADRAO 00005) E   00008800
      *                     CUSTO ESTIMADO PELA WRK-REG-VALOR,          00008900
      *                     AGRUPADOS E SUBTOTALIZADOS POR FORNECEDOR   00009000
      *                     NO FECHAMENTO DO JOB.                       00009100
      *     15/10/2026 JL - SUGESTOES PASSAM A SER AGRUPADAS PELO CODIGO00009200
      *                     DE FORNECEDOR (WRK-REG-COD-FORN); PRODUTO   00009300
      *                     AINDA SEM CODIGO AGRUPA PELO NOME DIGITADO. 00009400
      *                     A LINHA 'FORNECEDOR: ' LEVA O CODIGO NAS    00009500
      *                     COLUNAS 13-17 E O NOME NAS COLUNAS 19-33.   00009600
      *     15/10/2026 JL - MINIMO E MARGEM PASSAM A SER POR PRODUTO,   00009700
      *                     LIDOS DO ARQUIVO DE PARAMETROS DE           00009800
      *                     REPOSICAO (REPPRD, GERADO NO MES PELO       00009900
      *                     FR06C139 A PARTIR DO CONSUMO DO KARDEX):    00010000
      *                     O PONTO DE PEDIDO FAZ O PAPEL DO MINIMO E   00010100
      *                     A QTDE DE REPOSICAO O DA MARGEM NA          00010200
      *                     SUGESTAO. PRODUTO FORA DO REPPRD, OU SEM O  00010300
      *                     ARQUIVO, CONTINUA COM MIN-ESTOQUE E         00010400
      *                     MARGEM-COMPRA DO PARAMS.                    00010500
      *================================================================*00010600
                                                                        00010700
      *================================================================*00010800
       ENVIRONMENT                               DIVISION.              00010900
      *================================================================*00011000
                                                                        00011100
      *----------------------------------------------------------------*00011200
       CONFIGURATION                             SECTION.               00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
       SPECIAL-NAMES.                                                   00011600
           DECIMAL-POINT IS COMMA.                                      00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       INPUT-OUTPUT                              SECTION.               00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
       FILE-CONTROL.                                                    00012300
             SELECT ARQPROD            ASSIGN TO ARQPROD                00012400
                FILE STATUS            IS WRK-FS-ARQPROD.               00012500
             SELECT SAIARQ             ASSIGN TO SAIARQ                 00012600
                FILE STATUS            IS WRK-FS-SAIARQ.                00012700
             SELECT CKPTARQ            ASSIGN TO CKPTARQ                00012800
                FILE STATUS            IS WRK-FS-CKPT.                  00012900
             SELECT EXCECAO            ASSIGN TO EXCECAO                00013000
                FILE STATUS            IS WRK-FS-EXCECAO.               00013100
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00013200
                FILE STATUS            IS WRK-FS-RUNCTL.                00013300
             SELECT PARAMS             ASSIGN TO PARAMS                 00013400
                FILE STATUS            IS WRK-FS-PARAMS.                00013500
             SELECT SUGCOMP            ASSIGN TO SUGCOMP                00013600
                FILE STATUS            IS WRK-FS-SUGCOMP.               00013700
             SELECT REPPRD             ASSIGN TO REPPRD                 00013800
                FILE STATUS            IS WRK-FS-REPPRD.                00013900
                                                                        00014000
      *================================================================*00014100
       DATA                                      DIVISION.              00014200
      *================================================================*00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       FILE                                      SECTION.               00014600
      *----------------------------------------------------------------*00014700
                                                                        00014800
       FD ARQPROD                                                       00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-ARQPROD PIC X(70).                                         00015200
                                                                        00015300
       FD SAIARQ                                                        00015400
           RECORDING MODE IS F                                          00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-SAIARQ                    PIC X(40).                       00015700
                                                                        00015800
       FD CKPTARQ                                                       00015900
           RECORDING MODE IS F                                          00016000
           BLOCK CONTAINS 0 RECORDS.                                    00016100
       01 FD-CKPT-REG                  PIC 9(07).                       00016200
                                                                        00016300
       FD EXCECAO                                                       00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-EXCECAO                   PIC X(40).                       00016700
                                                                        00016800
       FD RUNCTL                                                        00016900
           RECORDING MODE IS F                                          00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
       01 FD-RUNCTL                    PIC X(80).                       00017200
                                                                        00017300
       FD PARAMS                                                        00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-PARAMS                    PIC X(50).                       00017700
                                                                        00017800
       FD SUGCOMP                                                       00017900
           RECORDING MODE IS F                                          00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
       01 FD-SUGCOMP                   PIC X(80).                       00018200
                                                                        00018300
       FD REPPRD                                                        00018400
           RECORDING MODE IS F                                          00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-REPPRD                    PIC X(80).                       00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       WORKING-STORAGE                           SECTION.               00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
      * AREA AQUIVO PRODUTO                                             00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
        COPY 'B#PROD'.                                                  00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       01 FILLER                       PIC X(50)               VALUE    00020000
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       77 WRK-FS-ARQPROD               PIC X(02) VALUE SPACES.          00020400
       77 WRK-FS-SAIARQ                PIC X(02) VALUE SPACES.          00020500
       77 WRK-FS-CKPT                  PIC X(02) VALUE SPACES.          00020600
       77 WRK-FS-EXCECAO               PIC X(02) VALUE SPACES.          00020700
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00020800
       77 WRK-DADOS                    PIC X(40) VALUE SPACES.          00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       01 FILLER                       PIC X(50)               VALUE    00021200
            '**** AREA DO CONTROLE DE RODADA ****'.                     00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
        COPY 'B#RUNCTL'.                                                00021600
                                                                        00021700
       01 WRK-HORA-PASSO.                                               00021800
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00021900
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00022000
       01 WRK-HORA-ACCEPT.                                              00022100
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00022200
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DE ESTOQUE MINIMO ****'.                         00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
       77 WRK-MIN-ESTOQUE              PIC 9(05) VALUE 00010.           00023000
       77 WRK-MIN-PRODUTO              PIC 9(05) VALUE ZEROS.           00023100
       77 WRK-MARGEM-PRODUTO           PIC 9(05) VALUE ZEROS.           00023200
                                                                        00023300
      *----------------------------------------------------------------*00023400
       01 FILLER                       PIC X(50)               VALUE    00023500
            '**** AREA DOS PARAMETROS DE REPOSICAO ****'.               00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
        COPY 'B#REPPRD'.                                                00023900
                                                                        00024000
       01 WRK-TAB-REPOSICAO.                                            00024100
          05 WRK-TAB-REP-ITEM          OCCURS 5000 TIMES.               00024200
             10 WRK-TRE-COD            PIC 9(05).                       00024300
             10 WRK-TRE-PONTO-PEDIDO   PIC 9(05).                       00024400
             10 WRK-TRE-QTDE-REPOSICAO PIC 9(05).                       00024500
                                                                        00024600
       77 WRK-FS-REPPRD                PIC X(02) VALUE SPACES.          00024700
       77 WRK-QT-REPOSICAO             PIC 9(04) VALUE ZEROS.           00024800
       77 WRK-IDX-REP                  PIC 9(04) VALUE ZEROS.           00024900
       77 WRK-ACHOU-REP                PIC X(01) VALUE 'N'.             00025000
       77 WRK-ACU-MIN-PRODUTO          PIC 9(07) VALUE ZEROS.           00025100
       77 WRK-ACU-MIN-GLOBAL           PIC 9(07) VALUE ZEROS.           00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       01 FILLER                       PIC X(50)               VALUE    00025500
            '**** AREA DO ARQUIVO DE PARAMETROS ****'.                  00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
        COPY 'B#PARAM'.                                                 00025900
                                                                        00026000
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00026100
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00026200
       77 WRK-VIG-MIN-ESTOQUE          PIC 9(08) VALUE ZEROS.           00026300
                                                                        00026400
      *----------------------------------------------------------------*00026500
       01 FILLER                       PIC X(50)               VALUE    00026600
            '**** AREA DE CABECALHO/TRAILER (B#HDRTRL) ****'.           00026700
      *----------------------------------------------------------------*00026800
                                                                        00026900
        COPY 'B#HDRTRL'.                                                00027000
                                                                        00027100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       01 FILLER                       PIC X(50)               VALUE    00027500
            '**** AREA DA SUGESTAO DE COMPRA (SUGCOMP) ****'.           00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
       77 WRK-FS-SUGCOMP               PIC X(02) VALUE SPACES.          00027900
       77 WRK-MARGEM-COMPRA            PIC 9(05) VALUE 00005.           00028000
       77 WRK-VIG-MARGEM               PIC 9(08) VALUE ZEROS.           00028100
       77 WRK-QT-SUGESTOES             PIC 9(03) VALUE ZEROS.           00028200
       77 WRK-QT-FORNECEDORES          PIC 9(03) VALUE ZEROS.           00028300
       77 WRK-SUG-DESPREZADAS          PIC 9(03) VALUE ZEROS.           00028400
       77 WRK-IDX-SUG                  PIC 9(03) VALUE ZEROS.           00028500
       77 WRK-IDX-FORN                 PIC 9(03) VALUE ZEROS.           00028600
       77 WRK-ACHOU-FORN               PIC X(01) VALUE 'N'.             00028700
       77 WRK-SUG-QTDE                 PIC 9(05) VALUE ZEROS.           00028800
       77 WRK-SUG-CUSTO                PIC 9(10)V99 VALUE ZEROS.        00028900
       77 WRK-SUG-COD-FORN             PIC 9(05) VALUE ZEROS.           00029000
                                                                        00029100
       01 WRK-TAB-SUGESTOES.                                            00029200
          05 WRK-TAB-SUG-ITEM          OCCURS 500 TIMES.                00029300
             10 WRK-TBS-COD            PIC 9(05).                       00029400
             10 WRK-TBS-PROD           PIC X(20).                       00029500
             10 WRK-TBS-FORN           PIC X(15).                       00029600
             10 WRK-TBS-COD-FORN       PIC 9(05).                       00029700
             10 WRK-TBS-ATUAL          PIC 9(05).                       00029800
             10 WRK-TBS-SUGERIDA       PIC 9(05).                       00029900
             10 WRK-TBS-CUSTO          PIC 9(10)V99.                    00030000
                                                                        00030100
       01 WRK-TAB-FORNECEDORES.                                         00030200
          05 WRK-TAB-FORN-ITEM         OCCURS 100 TIMES.                00030300
             10 WRK-TBF-COD-FORN       PIC 9(05).                       00030400
             10 WRK-TBF-FORN           PIC X(15).                       00030500
             10 WRK-TBF-QTDE           PIC 9(07).                       00030600
             10 WRK-TBF-CUSTO          PIC 9(12)V99.                    00030700
                                                                        00030800
       01 WRK-LINHA-SUGESTAO.                                           00030900
          05 WRK-LSG-COD               PIC 9(05).                       00031000
          05 FILLER                    PIC X(01).                       00031100
          05 WRK-LSG-PROD              PIC X(20).                       00031200
          05 FILLER                    PIC X(01).                       00031300
          05 WRK-LSG-ATUAL             PIC 9(05).                       00031400
          05 FILLER                    PIC X(01).                       00031500
          05 WRK-LSG-SUGERIDA          PIC 9(05).                       00031600
          05 FILLER                    PIC X(01).                       00031700
          05 WRK-LSG-CUSTO             PIC Z(09)9,99.                   00031800
          05 FILLER                    PIC X(28).                       00031900
                                                                        00032000
       01 WRK-LINHA-FORNECEDOR.                                         00032100
          05 FILLER                    PIC X(12) VALUE                  00032200
             'FORNECEDOR: '.                                            00032300
          05 WRK-LFO-COD-FORN          PIC 9(05).                       00032400
          05 FILLER                    PIC X(01).                       00032500
          05 WRK-LFO-FORN              PIC X(15).                       00032600
          05 FILLER                    PIC X(47).                       00032700
                                                                        00032800
       01 WRK-LINHA-SUBTOTAL.                                           00032900
          05 FILLER                    PIC X(18) VALUE                  00033000
             'TOTAL FORNECEDOR: '.                                      00033100
          05 WRK-LST-QTDE              PIC ZZZZZZ9.                     00033200
          05 FILLER                    PIC X(08) VALUE ' CUSTO: '.      00033300
          05 WRK-LST-CUSTO             PIC Z(11)9,99.                   00033400
          05 FILLER                    PIC X(32).                       00033500
                                                                        00033600
       77 WRK-HASH-PROD                PIC 9(13)V99 VALUE ZEROS.        00033700
       77 WRK-HASH-CENTS               PIC 9(15) VALUE ZEROS.           00033800
       77 WRK-TRL-ACHOU                PIC X(01) VALUE 'N'.             00033900
       77 WRK-TRL-QT-PROD              PIC 9(09) VALUE ZEROS.           00034000
       77 WRK-TRL-HASH-PROD            PIC 9(15) VALUE ZEROS.           00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       01 FILLER                       PIC X(50)               VALUE    00034400
            '**** AREA DE CHECKPOINT/RESTART ****'.                     00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
       77 WRK-CKPT-INTERVALO           PIC 9(03) VALUE 050.             00034800
       77 WRK-CONTADOR-RESTART         PIC 9(07) VALUE ZEROS.           00034900
       77 WRK-CONTADOR-PROC            PIC 9(07) VALUE ZEROS.           00035000
       77 WRK-IDX-SKIP                 PIC 9(07) VALUE ZEROS.           00035100
       77 WRK-QT-CKPT                  PIC 9(07) VALUE ZEROS.           00035200
       77 WRK-RESTO-CKPT               PIC 9(03) VALUE ZEROS.           00035300
                                                                        00035400
      *----------------------------------------------------------------*00035500
       01 FILLER                       PIC X(50)               VALUE    00035600
            '**** AREA DE CONFERENCIA DE CONTADORES ****'.              00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
       77 WRK-CONTADOR-LIDOS           PIC 9(07) VALUE ZEROS.           00036000
       77 WRK-CONTADOR-GRAVADOS        PIC 9(07) VALUE ZEROS.           00036100
       77 WRK-CONTADOR-EXC             PIC 9(07) VALUE ZEROS.           00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       01 FILLER                       PIC X(50)               VALUE    00036500
            '**** AREA DE AUXILIARES ****'.                             00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00036900
       77 WRK-SEVERIDADE               PIC X(01) VALUE 'F'.             00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       01 FILLER                       PIC X(50)               VALUE    00037300
            '**** AREA DO MODULO TRTERRO ****'.                         00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
        COPY '#TRTERRO'.                                                00037700
                                                                        00037800
       77 WRK-FIMARQ                   PIC X(30) VALUE SPACES.          00037900
       77 WRK-FIM-ARQ                  PIC 9(01) VALUE ZEROS.           00038000
       01 WRK-SAIARQ.                                                   00038100
          05 WRK-SAIARQ-DADOS          PIC X(40) VALUE SPACES.          00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       01 FILLER                       PIC X(50)               VALUE    00038500
            '****  AREA DE REDEFINES ****'.                             00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
      *================================================================*00038900
       PROCEDURE DIVISION.                                              00039000
      *================================================================*00039100
      *----------------------------------------------------------------*00039200
       0000-PRINCIPAL                     SECTION.                      00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
           ACCEPT WRK-HORA-ACCEPT FROM TIME.                            00039600
           MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.              00039700
                                                                        00039800
           PERFORM 1000-INICIAR.                                        00039900
                                                                        00040000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-ARQPROD EQUAL '10'.      00040100
                                                                        00040200
           PERFORM 3000-FINALIZAR.                                      00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       0000-99-FIM.            EXIT.                                    00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       1000-INICIAR                       SECTION.                      00041000
      *----------------------------------------------------------------*00041100
            PERFORM 1600-LER-DATA-RODADA.                               00041200
                                                                        00041300
            PERFORM 1500-CARREGAR-PARAMETROS.                           00041400
                                                                        00041500
            PERFORM 1800-CARREGAR-REPOSICAO.                            00041600
                                                                        00041700
            OPEN INPUT ARQPROD.                                         00041800
            PERFORM 1100-TESTAR-FILE-STATUS.                            00041900
                                                                        00042000
            PERFORM 1700-VALIDAR-CABECALHO.                             00042100
                                                                        00042200
            PERFORM 1200-LER-CHECKPOINT.                                00042300
                                                                        00042400
            IF WRK-CONTADOR-RESTART      GREATER ZEROS                  00042500
                PERFORM 1300-PULAR-REGISTRO                             00042600
                    VARYING WRK-IDX-SKIP FROM 1 BY 1                    00042700
                    UNTIL WRK-IDX-SKIP GREATER WRK-CONTADOR-RESTART     00042800
                MOVE WRK-CONTADOR-RESTART TO WRK-CONTADOR-PROC          00042900
                                            WRK-CONTADOR-LIDOS          00043000
                SUBTRACT WRK-CONTADOR-EXC FROM WRK-CONTADOR-RESTART     00043100
                    GIVING WRK-CONTADOR-GRAVADOS                        00043200
            END-IF.                                                     00043300
                                                                        00043400
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       1000-99-FIM.            EXIT.                                    00043800
      *----------------------------------------------------------------*00043900
      *----------------------------------------------------------------*00044000
       1100-TESTAR-FILE-STATUS            SECTION.                      00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
            IF WRK-FS-ARQPROD NOT EQUAL ZEROS                           00044400
                 MOVE ' ERRO ABERTURA ARQPROD ' TO WRK-MSG              00044500
                     PERFORM 9000-TRATAR-ERROS                          00044600
            END-IF.                                                     00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1100-99-FIM.            EXIT.                                    00045000
      *----------------------------------------------------------------*00045100
      *----------------------------------------------------------------*00045200
       1200-LER-CHECKPOINT                SECTION.                      00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
            OPEN INPUT CKPTARQ.                                         00045600
            IF WRK-FS-CKPT               EQUAL '35'                     00045700
                MOVE ZEROS               TO WRK-CONTADOR-RESTART        00045800
                OPEN OUTPUT SAIARQ                                      00045900
                OPEN OUTPUT EXCECAO                                     00046000
                PERFORM 1100-TESTAR-FILE-STATUS-SAIARQ                  00046100
            ELSE                                                        00046200
                READ CKPTARQ             INTO FD-CKPT-REG               00046300
                MOVE FD-CKPT-REG         TO WRK-CONTADOR-RESTART        00046400
                CLOSE CKPTARQ                                           00046500
                IF WRK-CONTADOR-RESTART  GREATER ZEROS                  00046600
                    OPEN EXTEND SAIARQ                                  00046700
                    OPEN EXTEND EXCECAO                                 00046800
                ELSE                                                    00046900
                    OPEN OUTPUT SAIARQ                                  00047000
                    OPEN OUTPUT EXCECAO                                 00047100
                END-IF                                                  00047200
                PERFORM 1100-TESTAR-FILE-STATUS-SAIARQ                  00047300
            END-IF.                                                     00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       1200-99-FIM.            EXIT.                                    00047700
      *----------------------------------------------------------------*00047800
      *----------------------------------------------------------------*00047900
       1100-TESTAR-FILE-STATUS-SAIARQ     SECTION.                      00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            IF WRK-FS-SAIARQ NOT EQUAL ZEROS                            00048300
                 MOVE ' ERRO ABERTURA SAIARQ '  TO WRK-MSG              00048400
                     PERFORM 9000-TRATAR-ERROS                          00048500
            END-IF.                                                     00048600
                                                                        00048700
            PERFORM 1150-TESTAR-FILE-STATUS-EXCECAO.                    00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1100-99-FIM-SAIARQ.     EXIT.                                    00049100
      *----------------------------------------------------------------*00049200
      *----------------------------------------------------------------*00049300
       1150-TESTAR-FILE-STATUS-EXCECAO    SECTION.                      00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
            IF WRK-FS-EXCECAO NOT EQUAL ZEROS                           00049700
                 MOVE ' ERRO ABERTURA EXCECAO '  TO WRK-MSG             00049800
                     PERFORM 9000-TRATAR-ERROS                          00049900
            END-IF.                                                     00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1150-99-FIM.             EXIT.                                   00050300
      *----------------------------------------------------------------*00050400
      *----------------------------------------------------------------*00050500
       1600-LER-DATA-RODADA               SECTION.                      00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
            OPEN INPUT RUNCTL.                                          00050900
            IF WRK-FS-RUNCTL             NOT EQUAL ZEROS                00051000
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00051100
                PERFORM 9000-TRATAR-ERROS                               00051200
            END-IF.                                                     00051300
                                                                        00051400
            READ RUNCTL INTO WRK-RUNCTL.                                00051500
            IF WRK-FS-RUNCTL             NOT EQUAL ZEROS                00051600
               OR WRK-RUNCTL-TIPO        NOT EQUAL '1'                  00051700
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00051800
                PERFORM 9000-TRATAR-ERROS                               00051900
            END-IF.                                                     00052000
                                                                        00052100
            MOVE WRK-RUNCTL-DATA         TO WRK-DATA-RODADA.            00052200
            CLOSE RUNCTL.                                               00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       1600-99-FIM.            EXIT.                                    00052600
      *----------------------------------------------------------------*00052700
      *----------------------------------------------------------------*00052800
       1700-VALIDAR-CABECALHO             SECTION.                      00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            READ ARQPROD INTO WRK-REG-CABECALHO.                        00053200
                                                                        00053300
            IF WRK-FS-ARQPROD            NOT EQUAL ZEROS                00053400
               OR WRK-HDR-ID             NOT EQUAL 'HDR'                00053500
                MOVE ' ARQPROD SEM CABECALHO PADRAO ' TO WRK-MSG        00053600
                PERFORM 9000-TRATAR-ERROS                               00053700
            END-IF.                                                     00053800
                                                                        00053900
            IF WRK-HDR-DATA-GERACAO      NOT EQUAL WRK-DATA-RODADA      00054000
                MOVE ' ARQPROD COM DATA DE OUTRO DIA ' TO WRK-MSG       00054100
                PERFORM 9000-TRATAR-ERROS                               00054200
            END-IF.                                                     00054300
                                                                        00054400
      *----------------------------------------------------------------*00054500
       1700-99-FIM.            EXIT.                                    00054600
      *----------------------------------------------------------------*00054700
      *----------------------------------------------------------------*00054800
       1500-CARREGAR-PARAMETROS           SECTION.                      00054900
      *----------------------------------------------------------------*00055000
                                                                        00055100
            MOVE WRK-DATA-RODADA(5:4)    TO WRK-DATA-CORTE(1:4).        00055200
            MOVE WRK-DATA-RODADA(3:2)    TO WRK-DATA-CORTE(5:2).        00055300
            MOVE WRK-DATA-RODADA(1:2)    TO WRK-DATA-CORTE(7:2).        00055400
                                                                        00055500
            OPEN INPUT PARAMS.                                          00055600
            IF WRK-FS-PARAMS             EQUAL '35'                     00055700
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00055800
            ELSE                                                        00055900
                IF WRK-FS-PARAMS         NOT EQUAL ZEROS                00056000
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00056100
                    PERFORM 9000-TRATAR-ERROS                           00056200
                ELSE                                                    00056300
                    PERFORM 1510-LER-PARAMETRO                          00056400
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00056500
                    CLOSE PARAMS                                        00056600
                END-IF                                                  00056700
            END-IF.                                                     00056800
                                                                        00056900
            DISPLAY 'PARAMETRO MIN-ESTOQUE..: ' WRK-MIN-ESTOQUE.        00057000
            IF WRK-VIG-MIN-ESTOQUE       EQUAL ZEROS                    00057100
                DISPLAY 'VIGENCIA MIN-ESTOQUE...: PADRAO DO PROGRAMA'   00057200
            ELSE                                                        00057300
                DISPLAY 'VIGENCIA MIN-ESTOQUE...: ' WRK-VIG-MIN-ESTOQUE 00057400
            END-IF.                                                     00057500
            DISPLAY 'PARAMETRO MARGEM-COMPRA: ' WRK-MARGEM-COMPRA.      00057600
                                                                        00057700
      *----------------------------------------------------------------*00057800
       1500-99-FIM.            EXIT.                                    00057900
      *----------------------------------------------------------------*00058000
      *----------------------------------------------------------------*00058100
       1510-LER-PARAMETRO                 SECTION.                      00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
            READ PARAMS INTO WRK-REG-PARAM.                             00058500
                                                                        00058600
            IF WRK-FS-PARAMS             EQUAL ZEROS                    00058700
               AND WRK-PARAM-NOME        EQUAL 'MIN-ESTOQUE'            00058800
               AND WRK-PARAM-DATA-EFET   NOT GREATER WRK-DATA-CORTE      00058900
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-MIN-ESTOQUE   00059000
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00059100
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-MIN-ESTOQUE        00059200
                    MOVE WRK-PARAM-DATA-EFET                            00059300
                                         TO WRK-VIG-MIN-ESTOQUE         00059400
                ELSE                                                    00059500
                    DISPLAY 'PARAMETRO MIN-ESTOQUE NAO NUMERICO - '     00059600
                            'IGNORADO: ' WRK-PARAM-VALOR                00059700
                END-IF                                                  00059800
            END-IF.                                                     00059900
                                                                        00060000
            IF WRK-FS-PARAMS             EQUAL ZEROS                    00060100
               AND WRK-PARAM-NOME        EQUAL 'MARGEM-COMPRA'          00060200
               AND WRK-PARAM-DATA-EFET   NOT GREATER WRK-DATA-CORTE      00060300
               AND WRK-PARAM-DATA-EFET   NOT LESS WRK-VIG-MARGEM        00060400
                IF WRK-PARAM-VALOR(1:5)  NUMERIC                        00060500
                    MOVE WRK-PARAM-VALOR(1:5) TO WRK-MARGEM-COMPRA      00060600
                    MOVE WRK-PARAM-DATA-EFET                            00060700
                                         TO WRK-VIG-MARGEM              00060800
                ELSE                                                    00060900
                    DISPLAY 'PARAMETRO MARGEM-COMPRA NAO NUMERICO - '   00061000
                            'IGNORADO: ' WRK-PARAM-VALOR                00061100
                END-IF                                                  00061200
            END-IF.                                                     00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
       1510-99-FIM.            EXIT.                                    00061600
      *----------------------------------------------------------------*00061700
      *----------------------------------------------------------------*00061800
       1800-CARREGAR-REPOSICAO            SECTION.                      00061900
      *----------------------------------------------------------------*00062000
      *    PONTO DE PEDIDO E QTDE DE REPOSICAO POR PRODUTO (FR06C139).  00062100
      *    SEM O ARQUIVO, TODOS OS PRODUTOS FICAM NO MINIMO GLOBAL.     00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
            OPEN INPUT REPPRD.                                          00062500
            IF WRK-FS-REPPRD             EQUAL '35'                     00062600
                DISPLAY 'REPPRD AUSENTE - USANDO MINIMO GLOBAL'         00062700
                GO TO 1800-99-FIM                                       00062800
            END-IF.                                                     00062900
            IF WRK-FS-REPPRD             NOT EQUAL ZEROS                00063000
                MOVE ' ERRO ABERTURA REPPRD ' TO WRK-MSG                00063100
                PERFORM 9000-TRATAR-ERROS                               00063200
            END-IF.                                                     00063300
                                                                        00063400
            PERFORM 1810-LER-REPOSICAO                                  00063500
                UNTIL WRK-FS-REPPRD EQUAL '10'.                         00063600
            CLOSE REPPRD.                                               00063700
                                                                        00063800
            DISPLAY 'PRODUTOS NO REPPRD.....: ' WRK-QT-REPOSICAO.       00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       1800-99-FIM.            EXIT.                                    00064200
      *----------------------------------------------------------------*00064300
      *----------------------------------------------------------------*00064400
       1810-LER-REPOSICAO                 SECTION.                      00064500
      *----------------------------------------------------------------*00064600
                                                                        00064700
            READ REPPRD INTO WRK-REG-REPPRD.                            00064800
            IF WRK-FS-REPPRD             NOT EQUAL ZEROS                00064900
                MOVE '10' TO WRK-FS-REPPRD                              00065000
                GO TO 1810-99-FIM                                       00065100
            END-IF.                                                     00065200
                                                                        00065300
            IF WRK-RPP-COD               NOT NUMERIC                    00065400
               OR WRK-RPP-PONTO-PEDIDO   NOT NUMERIC                    00065500
               OR WRK-RPP-QTDE-REPOSICAO NOT NUMERIC                    00065600
                DISPLAY 'REPPRD INVALIDO - IGNORADO: ' WRK-RPP-COD      00065700
                GO TO 1810-99-FIM                                       00065800
            END-IF.                                                     00065900
                                                                        00066000
            IF WRK-QT-REPOSICAO          NOT LESS 5000                  00066100
                MOVE ' TABELA DE REPOSICAO CHEIA ' TO WRK-MSG           00066200
                PERFORM 9000-TRATAR-ERROS                               00066300
            END-IF.                                                     00066400
            ADD 1 TO WRK-QT-REPOSICAO.                                  00066500
            MOVE WRK-RPP-COD       TO WRK-TRE-COD(WRK-QT-REPOSICAO).    00066600
            MOVE WRK-RPP-PONTO-PEDIDO                                   00066700
                 TO WRK-TRE-PONTO-PEDIDO(WRK-QT-REPOSICAO).             00066800
            MOVE WRK-RPP-QTDE-REPOSICAO                                 00066900
                 TO WRK-TRE-QTDE-REPOSICAO(WRK-QT-REPOSICAO).           00067000
                                                                        00067100
      *----------------------------------------------------------------*00067200
       1810-99-FIM.            EXIT.                                    00067300
      *----------------------------------------------------------------*00067400
      *----------------------------------------------------------------*00067500
       1300-PULAR-REGISTRO                SECTION.                      00067600
      *----------------------------------------------------------------*00067700
                                                                        00067800
            READ ARQPROD INTO WRK-REG-PRODUTO.                          00067900
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00068000
               AND FD-ARQPROD(1:3) NOT EQUAL 'TRL'                      00068100
                ADD WRK-REG-VALOR TO WRK-HASH-PROD                      00068200
                PERFORM 2500-DEFINIR-MINIMO                             00068300
                IF WRK-REG-ESTOQUE LESS THAN WRK-MIN-PRODUTO            00068400
                    ADD 1 TO WRK-CONTADOR-EXC                           00068500
                    PERFORM 2600-ACUMULAR-SUGESTAO                      00068600
                END-IF                                                  00068700
            END-IF.                                                     00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       1300-99-FIM.            EXIT.                                    00069100
      *----------------------------------------------------------------*00069200
      *----------------------------------------------------------------*00069300
       2000-PROCESSAR                     SECTION.                      00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
            IF WRK-FS-ARQPROD EQUAL ZEROS                               00069700
               IF FD-ARQPROD(1:3) EQUAL 'TRL'                           00069800
                 MOVE FD-ARQPROD(1:27) TO WRK-REG-TRAILER               00069900
                 MOVE WRK-TRL-QT-REGISTROS TO WRK-TRL-QT-PROD           00070000
                 MOVE WRK-TRL-HASH-VALOR   TO WRK-TRL-HASH-PROD         00070100
                 MOVE 'S' TO WRK-TRL-ACHOU                              00070200
               ELSE                                                     00070300
                 ADD 1 TO WRK-CONTADOR-LIDOS                            00070400
                 ADD 1 TO WRK-CONTADOR-PROC                             00070500
                 ADD WRK-REG-VALOR TO WRK-HASH-PROD                     00070600
                 MOVE FD-ARQPROD(1:40) TO WRK-SAIARQ-DADOS              00070700
                 PERFORM 2500-DEFINIR-MINIMO                            00070800
                                                                        00070900
                 IF WRK-REG-ESTOQUE    LESS THAN WRK-MIN-PRODUTO        00071000
                     WRITE FD-EXCECAO  FROM WRK-SAIARQ-DADOS            00071100
                     ADD 1 TO WRK-CONTADOR-EXC                          00071200
                     PERFORM 2600-ACUMULAR-SUGESTAO                     00071300
                 ELSE                                                   00071400
                     WRITE FD-SAIARQ   FROM WRK-SAIARQ-DADOS            00071500
                     ADD 1 TO WRK-CONTADOR-GRAVADOS                     00071600
                 END-IF                                                 00071700
                                                                        00071800
                 DIVIDE WRK-CONTADOR-PROC BY WRK-CKPT-INTERVALO         00071900
                     GIVING WRK-QT-CKPT                                 00072000
                     REMAINDER WRK-RESTO-CKPT                           00072100
                 IF WRK-RESTO-CKPT EQUAL ZEROS                          00072200
                     PERFORM 1400-GRAVAR-CHECKPOINT                     00072300
                 END-IF                                                 00072400
               END-IF                                                   00072500
            ELSE                                                        00072600
                MOVE ' FIM DE ARQUIVO ' TO WRK-MSG                      00072700
            END-IF.                                                     00072800
                                                                        00072900
                READ ARQPROD INTO WRK-REG-PRODUTO.                      00073000
                                                                        00073100
      *----------------------------------------------------------------*00073200
       2000-99-FIM.            EXIT.                                    00073300
      *----------------------------------------------------------------*00073400
      *----------------------------------------------------------------*00073500
       1400-GRAVAR-CHECKPOINT             SECTION.                      00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
            OPEN OUTPUT CKPTARQ.                                        00073900
            MOVE WRK-CONTADOR-PROC       TO FD-CKPT-REG.                00074000
            WRITE FD-CKPT-REG.                                          00074100
            CLOSE CKPTARQ.                                              00074200
                                                                        00074300
      *----------------------------------------------------------------*00074400
       1400-99-FIM.            EXIT.                                    00074500
      *----------------------------------------------------------------*00074600
      *----------------------------------------------------------------*00074700
       3000-FINALIZAR                     SECTION.                      00074800
      *----------------------------------------------------------------*00074900
                                                                        00075000
            CLOSE SAIARQ.                                               00075100
               IF WRK-FS-SAIARQ NOT EQUAL ZEROS                         00075200
                 MOVE ' STATUS NO CLOSE ' TO WRK-MSG                    00075300
                 MOVE 'E' TO WRK-SEVERIDADE                             00075400
                 PERFORM 9000-TRATAR-ERROS                              00075500
               END-IF.                                                  00075600
                                                                        00075700
            CLOSE EXCECAO.                                              00075800
               IF WRK-FS-EXCECAO NOT EQUAL ZEROS                        00075900
                 MOVE ' STATUS NO CLOSE EXCECAO ' TO WRK-MSG            00076000
                 MOVE 'E' TO WRK-SEVERIDADE                             00076100
                 PERFORM 9000-TRATAR-ERROS                              00076200
               END-IF.                                                  00076300
                                                                        00076400
            MOVE ZEROS                   TO WRK-CONTADOR-PROC.          00076500
            PERFORM 1400-GRAVAR-CHECKPOINT.                             00076600
                                                                        00076700
            DISPLAY '------------------------------------------------'. 00076800
            DISPLAY '  REGISTROS LIDOS.....: ' WRK-CONTADOR-LIDOS.      00076900
            DISPLAY '  REGISTROS GRAVADOS..: ' WRK-CONTADOR-GRAVADOS.   00077000
            DISPLAY '  REGISTROS EXCECAO...: ' WRK-CONTADOR-EXC.        00077100
            DISPLAY '  MINIMO DO REPPRD....: ' WRK-ACU-MIN-PRODUTO.     00077200
            DISPLAY '  MINIMO GLOBAL.......: ' WRK-ACU-MIN-GLOBAL.      00077300
            IF WRK-CONTADOR-LIDOS NOT EQUAL                             00077400
                      (WRK-CONTADOR-GRAVADOS + WRK-CONTADOR-EXC)        00077500
                MOVE ' DIVERGENCIA LIDOS X GRAVADOS+EXCECAO ' TO WRK-MSG00077600
                MOVE 'A' TO WRK-SEVERIDADE                              00077700
                PERFORM 9000-TRATAR-ERROS                               00077800
            END-IF.                                                     00077900
            DISPLAY '------------------------------------------------'. 00078000
                                                                        00078100
            PERFORM 2700-CONFERIR-TRAILER.                              00078200
                                                                        00078300
            PERFORM 3200-GRAVAR-SUGESTOES.                              00078400
                                                                        00078500
            PERFORM 3100-GRAVAR-RUNCTL.                                 00078600
                                                                        00078700
            STOP RUN.                                                   00078800
      *----------------------------------------------------------------*00078900
       3000-99-FIM.            EXIT.                                    00079000
      *----------------------------------------------------------------*00079100
      *----------------------------------------------------------------*00079200
       2500-DEFINIR-MINIMO                SECTION.                      00079300
      *----------------------------------------------------------------*00079400
      *    PRODUTO COM PARAMETRO DE REPOSICAO USA O PONTO DE PEDIDO     00079500
      *    COMO MINIMO E A QTDE DE REPOSICAO COMO MARGEM DA SUGESTAO.   00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
            MOVE 'N' TO WRK-ACHOU-REP.                                  00079900
            PERFORM 2510-PROCURAR-REPOSICAO                             00080000
                VARYING WRK-IDX-REP FROM 1 BY 1                         00080100
                UNTIL WRK-IDX-REP GREATER WRK-QT-REPOSICAO              00080200
                   OR WRK-ACHOU-REP EQUAL 'S'.                          00080300
                                                                        00080400
            IF WRK-ACHOU-REP EQUAL 'S'                                  00080500
                SUBTRACT 1 FROM WRK-IDX-REP                             00080600
                MOVE WRK-TRE-PONTO-PEDIDO(WRK-IDX-REP)                  00080700
                                         TO WRK-MIN-PRODUTO             00080800
                MOVE WRK-TRE-QTDE-REPOSICAO(WRK-IDX-REP)                00080900
                                         TO WRK-MARGEM-PRODUTO          00081000
                ADD 1 TO WRK-ACU-MIN-PRODUTO                            00081100
            ELSE                                                        00081200
                MOVE WRK-MIN-ESTOQUE     TO WRK-MIN-PRODUTO             00081300
                MOVE WRK-MARGEM-COMPRA   TO WRK-MARGEM-PRODUTO          00081400
                ADD 1 TO WRK-ACU-MIN-GLOBAL                             00081500
            END-IF.                                                     00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       2500-99-FIM.            EXIT.                                    00081900
      *----------------------------------------------------------------*00082000
      *----------------------------------------------------------------*00082100
       2510-PROCURAR-REPOSICAO            SECTION.                      00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
            IF WRK-TRE-COD(WRK-IDX-REP) EQUAL WRK-REG-COD               00082500
                MOVE 'S' TO WRK-ACHOU-REP                               00082600
            END-IF.                                                     00082700
                                                                        00082800
      *----------------------------------------------------------------*00082900
       2510-99-FIM.            EXIT.                                    00083000
      *----------------------------------------------------------------*00083100
      *----------------------------------------------------------------*00083200
       2600-ACUMULAR-SUGESTAO             SECTION.                      00083300
      *----------------------------------------------------------------*00083400
                                                                        00083500
            IF WRK-QT-SUGESTOES GREATER 499                             00083600
                ADD 1 TO WRK-SUG-DESPREZADAS                            00083700
                GO TO 2600-99-FIM                                       00083800
            END-IF.                                                     00083900
                                                                        00084000
            COMPUTE WRK-SUG-QTDE =                                      00084100
                WRK-MIN-PRODUTO - WRK-REG-ESTOQUE                       00084200
                + WRK-MARGEM-PRODUTO.                                   00084300
            COMPUTE WRK-SUG-CUSTO =                                     00084400
                WRK-SUG-QTDE * WRK-REG-VALOR.                           00084500
                                                                        00084600
            IF WRK-REG-COD-FORN NUMERIC                                 00084700
                MOVE WRK-REG-COD-FORN TO WRK-SUG-COD-FORN               00084800
            ELSE                                                        00084900
                MOVE ZEROS            TO WRK-SUG-COD-FORN               00085000
            END-IF.                                                     00085100
                                                                        00085200
            ADD 1 TO WRK-QT-SUGESTOES.                                  00085300
            MOVE WRK-REG-COD     TO WRK-TBS-COD(WRK-QT-SUGESTOES).      00085400
            MOVE WRK-REG-PROD    TO WRK-TBS-PROD(WRK-QT-SUGESTOES).     00085500
            MOVE WRK-REG-FORN    TO WRK-TBS-FORN(WRK-QT-SUGESTOES).     00085600
            MOVE WRK-SUG-COD-FORN                                       00085700
                                 TO WRK-TBS-COD-FORN(WRK-QT-SUGESTOES). 00085800
            MOVE WRK-REG-ESTOQUE TO WRK-TBS-ATUAL(WRK-QT-SUGESTOES).    00085900
            MOVE WRK-SUG-QTDE    TO WRK-TBS-SUGERIDA(WRK-QT-SUGESTOES). 00086000
            MOVE WRK-SUG-CUSTO   TO WRK-TBS-CUSTO(WRK-QT-SUGESTOES).    00086100
                                                                        00086200
            MOVE 'N' TO WRK-ACHOU-FORN.                                 00086300
            PERFORM 2610-PROCURAR-FORNECEDOR                            00086400
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00086500
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES          00086600
                   OR WRK-ACHOU-FORN EQUAL 'S'.                         00086700
                                                                        00086800
            IF WRK-ACHOU-FORN EQUAL 'N'                                 00086900
               AND WRK-QT-FORNECEDORES LESS 100                         00087000
                ADD 1 TO WRK-QT-FORNECEDORES                            00087100
                MOVE WRK-SUG-COD-FORN                                   00087200
                     TO WRK-TBF-COD-FORN(WRK-QT-FORNECEDORES)           00087300
                MOVE WRK-REG-FORN                                       00087400
                     TO WRK-TBF-FORN(WRK-QT-FORNECEDORES)               00087500
                MOVE WRK-SUG-QTDE                                       00087600
                     TO WRK-TBF-QTDE(WRK-QT-FORNECEDORES)               00087700
                MOVE WRK-SUG-CUSTO                                      00087800
                     TO WRK-TBF-CUSTO(WRK-QT-FORNECEDORES)              00087900
            END-IF.                                                     00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       2600-99-FIM.            EXIT.                                    00088300
      *----------------------------------------------------------------*00088400
      *----------------------------------------------------------------*00088500
       2610-PROCURAR-FORNECEDOR           SECTION.                      00088600
      *----------------------------------------------------------------*00088700
                                                                        00088800
            IF WRK-TBF-COD-FORN(WRK-IDX-FORN) EQUAL WRK-SUG-COD-FORN    00088900
               AND (WRK-SUG-COD-FORN NOT EQUAL ZEROS                    00089000
                    OR WRK-TBF-FORN(WRK-IDX-FORN) EQUAL WRK-REG-FORN)   00089100
                ADD WRK-SUG-QTDE  TO WRK-TBF-QTDE(WRK-IDX-FORN)         00089200
                ADD WRK-SUG-CUSTO TO WRK-TBF-CUSTO(WRK-IDX-FORN)        00089300
                MOVE 'S' TO WRK-ACHOU-FORN                              00089400
            END-IF.                                                     00089500
                                                                        00089600
      *----------------------------------------------------------------*00089700
       2610-99-FIM.            EXIT.                                    00089800
      *----------------------------------------------------------------*00089900
      *----------------------------------------------------------------*00090000
       3200-GRAVAR-SUGESTOES              SECTION.                      00090100
      *----------------------------------------------------------------*00090200
                                                                        00090300
            OPEN OUTPUT SUGCOMP.                                        00090400
            IF WRK-FS-SUGCOMP NOT EQUAL ZEROS                           00090500
                MOVE ' ERRO ABERTURA SUGCOMP ' TO WRK-MSG               00090600
                MOVE 'E' TO WRK-SEVERIDADE                              00090700
                PERFORM 9000-TRATAR-ERROS                               00090800
                GO TO 3200-99-FIM                                       00090900
            END-IF.                                                     00091000
                                                                        00091100
            PERFORM 3210-GRAVAR-GRUPO-FORN                              00091200
                VARYING WRK-IDX-FORN FROM 1 BY 1                        00091300
                UNTIL WRK-IDX-FORN GREATER WRK-QT-FORNECEDORES.         00091400
                                                                        00091500
            CLOSE SUGCOMP.                                              00091600
                                                                        00091700
            DISPLAY '  SUGESTOES DE COMPRA.: ' WRK-QT-SUGESTOES.        00091800
            IF WRK-SUG-DESPREZADAS GREATER ZEROS                        00091900
                DISPLAY '  SUGESTOES DESPREZADAS (TABELA CHEIA): '      00092000
                        WRK-SUG-DESPREZADAS                             00092100
                MOVE ' TABELA DE SUGESTOES CHEIA ' TO WRK-MSG           00092200
                MOVE 'A' TO WRK-SEVERIDADE                              00092300
                PERFORM 9000-TRATAR-ERROS                               00092400
            END-IF.                                                     00092500
                                                                        00092600
      *----------------------------------------------------------------*00092700
       3200-99-FIM.            EXIT.                                    00092800
      *----------------------------------------------------------------*00092900
      *----------------------------------------------------------------*00093000
       3210-GRAVAR-GRUPO-FORN             SECTION.                      00093100
      *----------------------------------------------------------------*00093200
                                                                        00093300
            MOVE SPACES TO WRK-LINHA-FORNECEDOR(13:68).                 00093400
            MOVE WRK-TBF-COD-FORN(WRK-IDX-FORN) TO WRK-LFO-COD-FORN.    00093500
            MOVE WRK-TBF-FORN(WRK-IDX-FORN)     TO WRK-LFO-FORN.        00093600
            WRITE FD-SUGCOMP FROM WRK-LINHA-FORNECEDOR.                 00093700
                                                                        00093800
            PERFORM 3220-GRAVAR-DETALHE-FORN                            00093900
                VARYING WRK-IDX-SUG FROM 1 BY 1                         00094000
                UNTIL WRK-IDX-SUG GREATER WRK-QT-SUGESTOES.             00094100
                                                                        00094200
            MOVE WRK-TBF-QTDE(WRK-IDX-FORN)  TO WRK-LST-QTDE.           00094300
            MOVE WRK-TBF-CUSTO(WRK-IDX-FORN) TO WRK-LST-CUSTO.          00094400
            WRITE FD-SUGCOMP FROM WRK-LINHA-SUBTOTAL.                   00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       3210-99-FIM.            EXIT.                                    00094800
      *----------------------------------------------------------------*00094900
      *----------------------------------------------------------------*00095000
       3220-GRAVAR-DETALHE-FORN           SECTION.                      00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
            IF WRK-TBS-COD-FORN(WRK-IDX-SUG) EQUAL                      00095400
               WRK-TBF-COD-FORN(WRK-IDX-FORN)                           00095500
               AND (WRK-TBF-COD-FORN(WRK-IDX-FORN) NOT EQUAL ZEROS      00095600
                    OR WRK-TBS-FORN(WRK-IDX-SUG) EQUAL                  00095700
                       WRK-TBF-FORN(WRK-IDX-FORN))                      00095800
                MOVE WRK-TBS-COD(WRK-IDX-SUG)      TO WRK-LSG-COD       00095900
                MOVE WRK-TBS-PROD(WRK-IDX-SUG)     TO WRK-LSG-PROD      00096000
                MOVE WRK-TBS-ATUAL(WRK-IDX-SUG)    TO WRK-LSG-ATUAL     00096100
                MOVE WRK-TBS-SUGERIDA(WRK-IDX-SUG) TO WRK-LSG-SUGERIDA  00096200
                MOVE WRK-TBS-CUSTO(WRK-IDX-SUG)    TO WRK-LSG-CUSTO     00096300
                WRITE FD-SUGCOMP FROM WRK-LINHA-SUGESTAO                00096400
            END-IF.                                                     00096500
                                                                        00096600
      *----------------------------------------------------------------*00096700
       3220-99-FIM.            EXIT.                                    00096800
      *----------------------------------------------------------------*00096900
      *----------------------------------------------------------------*00097000
       2700-CONFERIR-TRAILER              SECTION.                      00097100
      *----------------------------------------------------------------*00097200
                                                                        00097300
            COMPUTE WRK-HASH-CENTS = WRK-HASH-PROD * 100.               00097400
                                                                        00097500
            IF WRK-TRL-ACHOU EQUAL 'N'                                  00097600
                MOVE ' ARQPROD SEM TRAILER PADRAO ' TO WRK-MSG          00097700
                MOVE 'A' TO WRK-SEVERIDADE                              00097800
                PERFORM 9000-TRATAR-ERROS                               00097900
            ELSE                                                        00098000
                IF WRK-TRL-QT-PROD NOT EQUAL WRK-CONTADOR-LIDOS         00098100
                   OR WRK-TRL-HASH-PROD NOT EQUAL WRK-HASH-CENTS        00098200
                    DISPLAY '  QTDE TRAILER: ' WRK-TRL-QT-PROD          00098300
                            ' LIDA: ' WRK-CONTADOR-LIDOS                00098400
                    DISPLAY '  HASH TRAILER: ' WRK-TRL-HASH-PROD        00098500
                    DISPLAY '  HASH LIDO...: ' WRK-HASH-CENTS           00098600
                    MOVE ' TRAILER ARQPROD NAO FECHA ' TO WRK-MSG       00098700
                    MOVE 'A' TO WRK-SEVERIDADE                          00098800
                    PERFORM 9000-TRATAR-ERROS                           00098900
                END-IF                                                  00099000
            END-IF.                                                     00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       2700-99-FIM.            EXIT.                                    00099400
      *----------------------------------------------------------------*00099500
      *----------------------------------------------------------------*00099600
       3100-GRAVAR-RUNCTL                 SECTION.                      00099700
      *----------------------------------------------------------------*00099800
                                                                        00099900
            OPEN EXTEND RUNCTL.                                         00100000
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00100100
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00100200
                MOVE 'E' TO WRK-SEVERIDADE                              00100300
                PERFORM 9000-TRATAR-ERROS                               00100400
            ELSE                                                        00100500
                MOVE SPACES              TO WRK-RUNCTL                  00100600
                MOVE '2'                 TO WRK-RUNCTL-TIPO             00100700
                MOVE 'FR06CB31'          TO WRK-RUNCTL-PROGRAMA         00100800
                MOVE WRK-CONTADOR-LIDOS  TO WRK-RUNCTL-LIDOS            00100900
                MOVE WRK-CONTADOR-GRAVADOS                              00101000
                                         TO WRK-RUNCTL-GRAVADOS         00101100
                MOVE WRK-CONTADOR-EXC    TO WRK-RUNCTL-EXCECAO          00101200
                MOVE RETURN-CODE         TO WRK-RUNCTL-RETCODE          00101300
                ACCEPT WRK-HORA-ACCEPT FROM TIME                        00101400
                MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM        00101500
                MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI       00101600
                MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM       00101700
                WRITE FD-RUNCTL          FROM WRK-RUNCTL                00101800
                CLOSE RUNCTL                                            00101900
            END-IF.                                                     00102000
                                                                        00102100
      *----------------------------------------------------------------*00102200
       3100-99-FIM.            EXIT.                                    00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
      *----------------------------------------------------------------*00102600
       9000-TRATAR-ERROS                  SECTION.                      00102700
      *----------------------------------------------------------------*00102800
             MOVE 'FR06CB31'       TO WRK-ERR-PROGRAMA.                 00102900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00103000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00103100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00103200
             MOVE WRK-FS-ARQPROD   TO WRK-ERR-STATUS(1:2).              00103300
             MOVE WRK-FS-SAIARQ    TO WRK-ERR-STATUS(3:2).              00103400
             MOVE WRK-FS-EXCECAO   TO WRK-ERR-STATUS(5:2).              00103500
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(7:2).              00103600
             MOVE WRK-SEVERIDADE   TO WRK-ERR-SEVERIDADE.               00103700
                                                                        00103800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00103900
                                                                        00104000
             MOVE 'F'              TO WRK-SEVERIDADE.                   00104100
      *----------------------------------------------------------------*00104200
       9000-99-FIM.            EXIT.                                    00104300
      *----------------------------------------------------------------*00104400
