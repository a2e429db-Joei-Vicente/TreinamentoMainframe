      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     MANUTENCAO:                                                 00003600
      *     03/09/2026 JL - A VALIDACAO DE CONTRAPARTIDA DEIXA DE       00003700
      *                     VARRER A TABELA DE CHAVES ENTRADA A         00003800
      *                     ENTRADA: COMO O CLI2505 JA CHEGA ORDENADO   00003900
      *                     PELA CHAVE, A CARGA CONFERE A ORDEM (FORA   00004000
      *                     DE ORDEM = FATAL) E 1860 VIRA PESQUISA      00004100
      *                     BINARIA. CAPACIDADE DOCUMENTADA: 20000      00004200
      *                     CLIENTES; ESTOURO AGORA E FALHA LIMPA       00004300
      *                     (FATAL VIA TRTERRO), NAO MAIS AVISO COM     00004400
      *                     TABELA TRUNCADA.                            00004500
      *     03/09/2026 JL - A TABELA DE CONTATOS (BLOCO DE ENDERECO)    00004600
      *                     SOBE PARA A MESMA CAPACIDADE DOCUMENTADA    00004700
      *                     DE 20000 E O ESTOURO VIRA FALHA LIMPA       00004800
      *                     (FATAL), EM VEZ DE AVISO COM CLIENTES       00004900
      *                     LISTADOS ERRADO COMO SEM CONTATO.           00005000
      *     03/09/2026 JL - O EXTRATO DEIXA DE LANCAR OS MOVIMENTOS     00005100
      *                     QUE O FR06EX03 DESVIOU PARA O SUSPENSO/     00005200
      *                     EXCECAO (NAO APLICADOS AO SALDO): OS DOIS   00005300
      *                     ARQUIVOS DA NOITE SAO CARREGADOS EM TABELA  00005400
      *                     E CADA MOVIMENTO IGUAL E DESCARTADO - 'T'   00005500
      *                     JA NA CARGA DO PAR (MARCADO 'R', O QUE      00005600
      *                     BARRA AS DUAS PERNAS), DEMAIS TIPOS NO      00005700
      *                     LANCAMENTO. SEM ISSO O SALDO IMPRESSO       00005800
      *                     DIVERGIA DO CLIPROX A CADA RECUSA.          00005900
      *     09/09/2022 JL - CLI2505/MOV2505 PASSAM A B#CLI25/B#MOV25 (COM DATA).00006000
      *     30/09/2022 JL - A PERNA DE CREDITO DAS TRANSFERENCIAS ('T') 00006100
      *                     PASSA A SER LANCADA NO EXTRATO DA           00006200
      *                     CONTRAPARTIDA (PRE-PASSAGEM DO MOV2505,     00006300
      *                     LINHA 'TRANSF RECEBIDA DE'), FECHANDO O     00006400
      *                     SALDO FINAL COM O CLIPROX DO FR06EX03.      00006500
      *     30/09/2022 JL - OS PARES DE TRANSFERENCIA PASSAM PELA       00006600
      *                     MESMA VALIDACAO DO FR06EX03 (ORIGEM E       00006700
      *                     CONTRAPARTIDA PRESENTES NO CLI2505):        00006800
      *                     PAR REJEITADO (SUSPENSO) NAO LANCA          00006900
      *                     NENHUMA DAS PERNAS NO EXTRATO.              00007000
      *     02/09/2026 JL - O CABECALHO DO EXTRATO PASSA A IMPRIMIR O   00007100
      *                     BLOCO DE ENDERECO DO CLIENTE (ARQUIVO       00007200
      *                     CONTATO, LAYOUT B#CONTAT, MANTIDO PELO      00007300
      *                     FR06CB59). CONTAS COM EXTRATO GERADO E SEM  00007400
      *                     REGISTRO DE CONTATO SAEM NA LISTA SEMCTT    00007500
      *                     PARA COBRANCA DAS AGENCIAS.                 00007600
      *     02/09/2026 JL - CADEIA BANCARIA COM CENTAVOS: CLI2505       00007700
      *                     (LRECL 56) E MOV2505 (LRECL 65) PASSAM A    00007800
      *                     DUAS CASAS DECIMAIS; O CABECALHO DEVE       00007900
      *                     TRAZER A VERSAO '02' (GERACAO ANTIGA E      00008000
      *                     RECUSADA - CONVERTER COM O FR06CB66).       00008100
      *     15/10/2026 JL - CADA LINHA DE MOVIMENTO GANHA O SEQUENCIAL  00008200
      *                     DENTRO DA CONTA+DATA (O MESMO DO VSAMMOV E  00008300
      *                     DO HISTMOV). O ESTORNO (TIPO 'E') SAI COM   00008400
      *                     A REFERENCIA DO ORIGINAL POR EXTENSO (TIPO, 00008500
      *                     DATA E SEQUENCIAL, QUE CASAM COM A LINHA DO 00008600
      *                     EXTRATO DAQUELE DIA) E O SALDO CORRENTE     00008700
      *                     ANDA NO SENTIDO CONTRARIO AO DO ORIGINAL.   00008800
      *     15/10/2026 JL - OS CHEQUES QUE O FR06EX03 DEVOLVEU          00008900
      *                     SEM FUNDOS (DEVCHQ, LAYOUT B#CHQDV, COM A   00009000
      *                     IMAGEM DO MOVIMENTO NOS 65 PRIMEIROS BYTES) 00009100
      *                     TAMBEM NAO FORAM APLICADOS E ENTRAM NA      00009200
      *                     TABELA DE DESVIOS JUNTO COM O SUSPENSO/     00009300
      *                     EXCECAO. SEM O ARQUIVO, SO AVISO.           00009400
      *     15/10/2026 JL - O CABECALHO DO EXTRATO PASSA A LISTAR TODOS 00009500
      *                     OS TITULARES ATIVOS DA CONTA (ARQUIVO       00009600
      *                     TITULAR, LAYOUT B#TITUL, MANTIDO PELO       00009700
      *                     FR06C108), UMA LINHA POR TITULAR COM O      00009800
      *                     SEQUENCIAL, O PAPEL E O NOME. SEM O         00009900
      *                     ARQUIVO, SO AVISO.                          00010000
      *                                                                 00010100
      *================================================================*00010200
                                                                        00010300
      *================================================================*00010400
       ENVIRONMENT                               DIVISION.              00010500
      *================================================================*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       CONFIGURATION                             SECTION.               00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       SPECIAL-NAMES.                                                   00011200
           DECIMAL-POINT IS COMMA.                                      00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       INPUT-OUTPUT                              SECTION.               00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FILE-CONTROL.                                                    00011900
             SELECT CLI2505            ASSIGN TO CLI2505                00012000
                FILE STATUS            IS WRK-FS-CLI2505.               00012100
             SELECT MOV2505            ASSIGN TO MOV2505                00012200
                FILE STATUS            IS WRK-FS-MOV2505.               00012300
             SELECT EXTRATO            ASSIGN TO EXTRATO                00012400
                FILE STATUS            IS WRK-FS-EXTRATO.               00012500
             SELECT CONTATO            ASSIGN TO CONTATO                00012600
                FILE STATUS            IS WRK-FS-CONTATO.               00012700
             SELECT SEMCTT             ASSIGN TO SEMCTT                 00012800
                FILE STATUS            IS WRK-FS-SEMCTT.                00012900
             SELECT SUSPENSO           ASSIGN TO SUSPENSO               00013000
                FILE STATUS            IS WRK-FS-SUSPENSO.              00013100
             SELECT EXCECAO            ASSIGN TO EXCECAO                00013200
                FILE STATUS            IS WRK-FS-EXCECAO.               00013300
             SELECT DEVCHQ             ASSIGN TO DEVCHQ                 00013400
                FILE STATUS            IS WRK-FS-DEVCHQ.                00013500
             SELECT TITULAR            ASSIGN TO TITULAR                00013600
                FILE STATUS            IS WRK-FS-TITULAR.               00013700
                                                                        00013800
      *================================================================*00013900
       DATA                                      DIVISION.              00014000
      *================================================================*00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
       FILE                                      SECTION.               00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       FD CLI2505                                                       00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
       COPY 'B#CLI25'.                                                  00015000
                                                                        00015100
       FD MOV2505                                                       00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       COPY 'B#MOV25'.                                                  00015500
                                                                        00015600
       FD EXTRATO                                                       00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-EXTRATO                   PIC X(80).                       00016000
                                                                        00016100
       FD CONTATO                                                       00016200
           RECORDING MODE IS F                                          00016300
           BLOCK CONTAINS 0 RECORDS.                                    00016400
       01 FD-CONTATO                   PIC X(140).                      00016500
                                                                        00016600
       FD SEMCTT                                                        00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-SEMCTT                    PIC X(80).                       00017000
                                                                        00017100
       FD SUSPENSO                                                      00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-SUSPENSO                  PIC X(65).                       00017500
                                                                        00017600
       FD EXCECAO                                                       00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-EXCECAO                   PIC X(65).                       00018000
                                                                        00018100
       FD DEVCHQ                                                        00018200
           RECORDING MODE IS F                                          00018300
           BLOCK CONTAINS 0 RECORDS.                                    00018400
       01 FD-DEVCHQ                    PIC X(80).                       00018500
                                                                        00018600
       FD TITULAR                                                       00018700
           RECORDING MODE IS F                                          00018800
           BLOCK CONTAINS 0 RECORDS.                                    00018900
       01 FD-TITULAR                   PIC X(80).                       00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       WORKING-STORAGE                           SECTION.               00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
       01 FILLER                       PIC X(50)               VALUE    00019700
            '**** AREA DE CABECALHO/TRAILER (B#HDRTRL) ****'.           00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
        COPY 'B#HDRTRL'.                                                00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       01 FILLER                       PIC X(50)               VALUE    00020400
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
       77 WRK-FS-CLI2505               PIC 9(02) VALUE ZEROS.           00020800
       77 WRK-FS-MOV2505               PIC 9(02) VALUE ZEROS.           00020900
       77 WRK-FS-EXTRATO               PIC 9(02) VALUE ZEROS.           00021000
       77 WRK-FS-CONTATO               PIC 9(02) VALUE ZEROS.           00021100
       77 WRK-FS-SEMCTT                PIC 9(02) VALUE ZEROS.           00021200
       77 WRK-FS-SUSPENSO              PIC 9(02) VALUE ZEROS.           00021300
       77 WRK-FS-EXCECAO               PIC 9(02) VALUE ZEROS.           00021400
       77 WRK-FS-DEVCHQ                PIC 9(02) VALUE ZEROS.           00021500
       77 WRK-FS-TITULAR               PIC 9(02) VALUE ZEROS.           00021600
                                                                        00021700
      *----------------------------------------------------------------*00021800
      *    MOVIMENTOS DESVIADOS (SUSPENSO, EXCECAO E DEVCHQ) PELO      *00021900
      *    FR06EX03: NAO FORAM APLICADOS AO SALDO E NAO PODEM ENTRAR    *00022000
      *    NO EXTRATO. CADA REGISTRO DO MOV2505 IGUAL A UMA ENTRADA     *00022100
      *    AINDA NAO CONSUMIDA E DESCARTADO ('T' JA NA CARGA DO PAR,    *00022200
      *    QUE SAI MARCADO 'R'; DEMAIS TIPOS NO LANCAMENTO).            *00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       01 WRK-TAB-DESVIOS.                                              00022600
          05 WRK-DSV-REG               PIC X(65) OCCURS 1000 TIMES.     00022700
       77 WRK-QT-DESVIOS               PIC 9(04) VALUE ZEROS.           00022800
       77 WRK-IDX-DSV                  PIC 9(04) VALUE ZEROS.           00022900
       77 WRK-DSV-ACHADO               PIC 9(04) VALUE ZEROS.           00023000
       77 WRK-MOV-DESVIADO             PIC X(01) VALUE 'N'.             00023100
       77 WRK-ACU-DESVIADOS            PIC 9(07) VALUE ZEROS.           00023200
                                                                        00023300
      *----------------------------------------------------------------*00023400
       01 FILLER                       PIC X(50)               VALUE    00023500
            '**** AREA DE CONTATOS (B#CONTAT) ****'.                    00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
        COPY 'B#CONTAT'.                                                00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
      *    CONTATOS EM MEMORIA: MESMA CAPACIDADE DOCUMENTADA DA TABELA *00024200
      *    DE CHAVES (20000 CLIENTES) - ACIMA DISSO A CARGA ABORTA     *00024300
      *    (FATAL), SEM DEIXAR CLIENTE SEM ENDERECO EM SILENCIO.       *00024400
      *----------------------------------------------------------------*00024500
       01 WRK-TAB-CONTATOS.                                             00024600
          05 WRK-TAB-CTT-ITEM          OCCURS 20000 TIMES.              00024700
             10 WRK-TBC-REGISTRO       PIC X(140).                      00024800
                                                                        00024900
       77 WRK-QT-CONTATOS              PIC 9(05) VALUE ZEROS.           00025000
       77 WRK-IDX-CTT                  PIC 9(05) VALUE ZEROS.           00025100
       77 WRK-ACHOU-CONTATO            PIC X(01) VALUE 'N'.             00025200
       77 WRK-ACU-SEM-CONTATO          PIC 9(05) VALUE ZEROS.           00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       01 FILLER                       PIC X(50)               VALUE    00025600
            '**** AREA DE TITULARES (B#TITUL) ****'.                    00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
        COPY 'B#TITUL'.                                                 00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
      *    TITULARES ATIVOS NA ORDEM DE CHAVE + SEQUENCIAL DO CADASTRO *00026300
      *    - O PONTEIRO ANDA JUNTO COM O CLI2505, QUE TEM A MESMA      *00026400
      *    ORDEM. MESMA CAPACIDADE DA TABELA DE CONTATOS.              *00026500
      *----------------------------------------------------------------*00026600
       01 WRK-TAB-TITULARES.                                            00026700
          05 WRK-TAB-TTL-ITEM          OCCURS 20000 TIMES.              00026800
             10 WRK-TTL-CHAVE          PIC X(08).                       00026900
             10 WRK-TTL-SEQUENCIA      PIC 9(02).                       00027000
             10 WRK-TTL-PAPEL          PIC X(01).                       00027100
             10 WRK-TTL-NOME           PIC X(30).                       00027200
                                                                        00027300
       77 WRK-QT-TITULARES             PIC 9(05) VALUE ZEROS.           00027400
       77 WRK-IDX-TTL                  PIC 9(05) VALUE 1.               00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       01 FILLER                       PIC X(50)               VALUE    00027800
            '**** AREA DE CONTROLE DO EXTRATO ****'.                    00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
       77 WRK-SALDO-CORRENTE           PIC S9(09)V99 VALUE ZEROS.       00028200
       77 WRK-QT-MOV-CONTA             PIC 9(05) VALUE ZEROS.           00028300
       77 WRK-SEQ-DIA                  PIC 9(03) VALUE ZEROS.           00028400
       77 WRK-DATA-SEQ                 PIC 9(08) VALUE ZEROS.           00028500
       77 WRK-ACU-ESTORNOS             PIC 9(07) VALUE ZEROS.           00028600
       77 WRK-ACU-EXTRATOS             PIC 9(07) VALUE ZEROS.           00028700
       77 WRK-ACU-SEM-MOVIMENTO        PIC 9(07) VALUE ZEROS.           00028800
       77 WRK-ACU-MOV-SEM-CONTA        PIC 9(07) VALUE ZEROS.           00028900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00029000
                                                                        00029100
       01 WRK-TAB-TRF-CREDITOS.                                         00029200
          05 WRK-TAB-TRC-ITEM          OCCURS 200 TIMES.                00029300
             10 WRK-TRC-CONTRA         PIC X(08).                       00029400
             10 WRK-TRC-ORIGEM         PIC X(08).                       00029500
             10 WRK-TRC-VALOR          PIC 9(08)V99.                    00029600
             10 WRK-TRC-FEITO          PIC X(01).                       00029700
             10 WRK-TRC-SITUACAO       PIC X(01).                       00029800
             10 WRK-TRC-DEB-FEITO      PIC X(01).                       00029900
       77 WRK-QT-TRF                   PIC 9(03) VALUE ZEROS.           00030000
       77 WRK-IDX-TRF                  PIC 9(03) VALUE ZEROS.           00030100
       77 WRK-TRF-ACHADA               PIC 9(03) VALUE ZEROS.           00030200
       77 WRK-ACU-TRF-SUSPENSAS        PIC 9(05) VALUE ZEROS.           00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
      *    CHAVES DO CLI2505 EM ORDEM ASCENDENTE (O ARQUIVO JA VEM     *00030600
      *    ORDENADO PELA CHAVE). CAPACIDADE: 20000 CLIENTES - ACIMA    *00030700
      *    DISSO A CARGA ABORTA (FATAL), SEM TRUNCAR EM SILENCIO.      *00030800
      *----------------------------------------------------------------*00030900
       01 WRK-TAB-CHAVES-CLI.                                           00031000
          05 WRK-TBK-CHAVE             PIC X(08) OCCURS 20000 TIMES.    00031100
       77 WRK-QT-CHAVES-CLI            PIC 9(05) VALUE ZEROS.           00031200
       77 WRK-ACHOU-CHAVE              PIC X(01) VALUE 'N'.             00031300
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00031400
       77 WRK-BIN-INF                  PIC 9(05) VALUE ZEROS.           00031500
       77 WRK-BIN-SUP                  PIC 9(05) VALUE ZEROS.           00031600
       77 WRK-BIN-MEIO                 PIC 9(05) VALUE ZEROS.           00031700
                                                                        00031800
       01 WRK-CARTAO.                                                   00031900
          05 WRK-CARTAO-SEM-MOV        PIC X(01) VALUE SPACES.          00032000
          05 FILLER                    PIC X(79) VALUE SPACES.          00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       01 FILLER                       PIC X(50)               VALUE    00032400
            '**** AREA DE LINHAS DO EXTRATO ****'.                      00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
       01 WRK-LINHA-TRACO.                                              00032800
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00032900
                                                                        00033000
       01 WRK-CABEC-CONTA.                                              00033100
          05 FILLER                    PIC X(16) VALUE                  00033200
             'EXTRATO AGENCIA '.                                        00033300
          05 WRK-CAB-AGENCIA           PIC X(04).                       00033400
          05 FILLER                    PIC X(07) VALUE ' CONTA '.       00033500
          05 WRK-CAB-CONTA             PIC X(04).                       00033600
          05 FILLER                    PIC X(01) VALUE SPACES.          00033700
          05 WRK-CAB-NOME              PIC X(30).                       00033800
          05 FILLER                    PIC X(18) VALUE SPACES.          00033900
                                                                        00034000
       01 WRK-LINHA-ABERTURA.                                           00034100
          05 FILLER                    PIC X(18) VALUE                  00034200
             'SALDO ANTERIOR...:'.                                      00034300
          05 WRK-ABE-SALDO             PIC -(9)9,99.                    00034400
          05 FILLER                    PIC X(49) VALUE SPACES.          00034500
                                                                        00034600
       01 WRK-LINHA-MOV.                                                00034700
          05 WRK-MOV-SEQ               PIC X(03).                       00034800
          05 FILLER                    PIC X(01) VALUE SPACES.          00034900
          05 WRK-MOV-DESCRICAO         PIC X(30).                       00035000
          05 FILLER                    PIC X(01) VALUE SPACES.          00035100
          05 WRK-MOV-VALOR             PIC Z(07)9,99.                   00035200
          05 FILLER                    PIC X(01) VALUE SPACES.          00035300
          05 WRK-MOV-TIPO              PIC X(01).                       00035400
          05 FILLER                    PIC X(08) VALUE '  SALDO '.      00035500
          05 WRK-MOV-SALDO             PIC -(9)9,99.                    00035600
          05 FILLER                    PIC X(11) VALUE SPACES.          00035700
                                                                        00035800
       01 WRK-DESC-TRF-RECEBIDA.                                        00035900
          05 FILLER                    PIC X(19) VALUE                  00036000
             'TRANSF RECEBIDA DE '.                                     00036100
          05 WRK-DSC-TRF-ORIGEM        PIC X(08).                       00036200
          05 FILLER                    PIC X(03) VALUE SPACES.          00036300
       01 WRK-DESC-ESTORNO.                                             00036400
          05 FILLER                    PIC X(08) VALUE 'ESTORNO '.      00036500
          05 WRK-DSC-EST-TIPO          PIC X(04).                       00036600
          05 FILLER                    PIC X(01) VALUE SPACES.          00036700
          05 WRK-DSC-EST-DATA          PIC X(08).                       00036800
          05 FILLER                    PIC X(05) VALUE ' SEQ '.         00036900
          05 WRK-DSC-EST-SEQ           PIC X(03).                       00037000
          05 FILLER                    PIC X(01) VALUE SPACES.          00037100
                                                                        00037200
       01 WRK-LINHA-ENDERECO.                                           00037300
          05 FILLER                    PIC X(10) VALUE 'ENDERECO: '.    00037400
          05 WRK-END-TEXTO             PIC X(60).                       00037500
          05 FILLER                    PIC X(10) VALUE SPACES.          00037600
                                                                        00037700
       01 WRK-LINHA-CIDADE.                                             00037800
          05 FILLER                    PIC X(10) VALUE SPACES.          00037900
          05 WRK-CID-CIDADE            PIC X(20).                       00038000
          05 FILLER                    PIC X(01) VALUE '-'.             00038100
          05 WRK-CID-UF                PIC X(02).                       00038200
          05 FILLER                    PIC X(06) VALUE ' CEP: '.        00038300
          05 WRK-CID-CEP               PIC X(08).                       00038400
          05 FILLER                    PIC X(33) VALUE SPACES.          00038500
                                                                        00038600
       01 WRK-LINHA-SEMCTT.                                             00038700
          05 WRK-SCT-AGENCIA           PIC X(04).                       00038800
          05 FILLER                    PIC X(01) VALUE SPACES.          00038900
          05 WRK-SCT-CONTA             PIC X(04).                       00039000
          05 FILLER                    PIC X(01) VALUE SPACES.          00039100
          05 WRK-SCT-NOME              PIC X(30).                       00039200
          05 FILLER                    PIC X(40) VALUE SPACES.          00039300
                                                                        00039400
       01 WRK-LINHA-TITULAR.                                            00039500
          05 FILLER                    PIC X(08) VALUE 'TITULAR '.      00039600
          05 WRK-TTL-LIN-SEQ           PIC 9(02).                       00039700
          05 FILLER                    PIC X(01) VALUE SPACES.          00039800
          05 WRK-TTL-LIN-PAPEL         PIC X(10).                       00039900
          05 FILLER                    PIC X(01) VALUE SPACES.          00040000
          05 WRK-TTL-LIN-NOME          PIC X(30).                       00040100
          05 FILLER                    PIC X(28) VALUE SPACES.          00040200
                                                                        00040300
       01 WRK-LINHA-FECHAMENTO.                                         00040400
          05 FILLER                    PIC X(18) VALUE                  00040500
             'SALDO FINAL......:'.                                      00040600
          05 WRK-FEC-SALDO             PIC -(9)9,99.                    00040700
          05 FILLER                    PIC X(14) VALUE '  MOVIMENTOS: '.00040800
          05 WRK-FEC-QT-MOV            PIC ZZZZ9.                       00040900
          05 FILLER                    PIC X(30) VALUE SPACES.          00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       01 FILLER                       PIC X(50)               VALUE    00041300
            '**** AREA DO MODULO TRTERRO ****'.                         00041400
      *----------------------------------------------------------------*00041500
                                                                        00041600
        COPY '#TRTERRO'.                                                00041700
                                                                        00041800
      *================================================================*00041900
       PROCEDURE DIVISION.                                              00042000
      *================================================================*00042100
      *----------------------------------------------------------------*00042200
       0000-PRINCIPAL                     SECTION.                      00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
           PERFORM 1000-INICIAR.                                        00042600
                                                                        00042700
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLI2505 EQUAL 10         00042800
                                    AND WRK-FS-MOV2505 EQUAL 10.        00042900
                                                                        00043000
           PERFORM 3000-FINALIZAR.                                      00043100
                                                                        00043200
      *----------------------------------------------------------------*00043300
       0000-99-FIM.            EXIT.                                    00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       1000-INICIAR                       SECTION.                      00043800
      *----------------------------------------------------------------*00043900
                                                                        00044000
            ACCEPT WRK-CARTAO FROM SYSIN.                               00044100
                                                                        00044200
            OPEN INPUT  CLI2505                                         00044300
                        MOV2505                                         00044400
                 OUTPUT EXTRATO                                         00044500
                        SEMCTT.                                         00044600
            PERFORM 1100-TESTAR-FILE-STATUS.                            00044700
                                                                        00044800
            PERFORM 1900-CARREGAR-CONTATOS.                             00044900
                                                                        00045000
            PERFORM 1920-CARREGAR-TITULARES.                            00045100
                                                                        00045200
            PERFORM 1950-CARREGAR-DESVIOS.                              00045300
                                                                        00045400
            PERFORM 1700-PULAR-CABECALHO-CLI.                           00045500
            PERFORM 1750-PULAR-CABECALHO-MOV.                           00045600
                                                                        00045700
            PERFORM 1780-CARREGAR-CHAVES-CLI                            00045800
                UNTIL WRK-FS-CLI2505 EQUAL 10.                          00045900
            PERFORM 1800-CARREGAR-TRANSFERENCIAS                        00046000
                UNTIL WRK-FS-MOV2505 EQUAL 10.                          00046100
            PERFORM 1850-VALIDAR-TRANSFERENCIA                          00046200
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00046300
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRF.                   00046400
            CLOSE CLI2505                                               00046500
                  MOV2505.                                              00046600
            OPEN INPUT CLI2505                                          00046700
                       MOV2505.                                         00046800
            PERFORM 1700-PULAR-CABECALHO-CLI.                           00046900
            PERFORM 1750-PULAR-CABECALHO-MOV.                           00047000
                                                                        00047100
            PERFORM 2200-LER-CLI2505.                                   00047200
            PERFORM 2100-LER-MOV2505.                                   00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       1000-99-FIM.            EXIT.                                    00047600
      *----------------------------------------------------------------*00047700
      *----------------------------------------------------------------*00047800
       1100-TESTAR-FILE-STATUS            SECTION.                      00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00048200
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00048300
                PERFORM 9000-TRATAR-ERROS                               00048400
            END-IF.                                                     00048500
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00048600
                MOVE ' ERRO ABERTURA MOV2505 ' TO WRK-MSG               00048700
                PERFORM 9000-TRATAR-ERROS                               00048800
            END-IF.                                                     00048900
            IF WRK-FS-EXTRATO NOT EQUAL ZEROS                           00049000
                MOVE ' ERRO ABERTURA EXTRATO ' TO WRK-MSG               00049100
                PERFORM 9000-TRATAR-ERROS                               00049200
            END-IF.                                                     00049300
            IF WRK-FS-SEMCTT NOT EQUAL ZEROS                            00049400
                MOVE ' ERRO ABERTURA SEMCTT ' TO WRK-MSG                00049500
                PERFORM 9000-TRATAR-ERROS                               00049600
            END-IF.                                                     00049700
                                                                        00049800
      *----------------------------------------------------------------*00049900
       1100-99-FIM.            EXIT.                                    00050000
      *----------------------------------------------------------------*00050100
      *----------------------------------------------------------------*00050200
       1700-PULAR-CABECALHO-CLI           SECTION.                      00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
            READ CLI2505 INTO WRK-REG-CABECALHO.                        00050600
                                                                        00050700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00050800
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00050900
                MOVE ' CLI2505 SEM CABECALHO PADRAO ' TO WRK-MSG        00051000
                PERFORM 9000-TRATAR-ERROS                               00051100
            END-IF.                                                     00051200
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00051300
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00051400
                PERFORM 9000-TRATAR-ERROS                               00051500
            END-IF.                                                     00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1700-99-FIM.            EXIT.                                    00051900
      *----------------------------------------------------------------*00052000
      *----------------------------------------------------------------*00052100
       1750-PULAR-CABECALHO-MOV           SECTION.                      00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
            READ MOV2505 INTO WRK-REG-CABECALHO.                        00052500
                                                                        00052600
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00052700
               OR WRK-HDR-ID NOT EQUAL 'HDR'                            00052800
                MOVE ' MOV2505 SEM CABECALHO PADRAO ' TO WRK-MSG        00052900
                PERFORM 9000-TRATAR-ERROS                               00053000
            END-IF.                                                     00053100
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00053200
                MOVE ' MOV2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00053300
                PERFORM 9000-TRATAR-ERROS                               00053400
            END-IF.                                                     00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       1750-99-FIM.            EXIT.                                    00053800
      *----------------------------------------------------------------*00053900
      *----------------------------------------------------------------*00054000
       1780-CARREGAR-CHAVES-CLI           SECTION.                      00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
            READ CLI2505.                                               00054400
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00054500
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00054600
                MOVE 10 TO WRK-FS-CLI2505                               00054700
                GO TO 1780-99-FIM                                       00054800
            END-IF.                                                     00054900
                                                                        00055000
            IF WRK-QT-CHAVES-CLI NOT LESS 20000                         00055100
                DISPLAY '*** CAPACIDADE DE 20000 CLIENTES EXCEDIDA'     00055200
                MOVE ' TABELA DE CHAVES CLI ESTOURADA ' TO WRK-MSG      00055300
                PERFORM 9000-TRATAR-ERROS                               00055400
            END-IF.                                                     00055500
                                                                        00055600
      *     A PESQUISA BINARIA EXIGE A ORDEM ASCENDENTE DO ARQUIVO      00055700
            IF WRK-QT-CHAVES-CLI GREATER ZEROS                          00055800
               AND FD-CLI2505-CHAVE                                     00055900
                   NOT GREATER WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI)         00056000
                DISPLAY '*** CLI2505 FORA DE ORDEM EM '                 00056100
                        FD-CLI2505-CHAVE                                00056200
                MOVE ' CLI2505 FORA DE ORDEM PELA CHAVE ' TO WRK-MSG    00056300
                PERFORM 9000-TRATAR-ERROS                               00056400
            END-IF.                                                     00056500
                                                                        00056600
            ADD 1 TO WRK-QT-CHAVES-CLI.                                 00056700
            MOVE FD-CLI2505-CHAVE                                       00056800
                 TO WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI).                   00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       1780-99-FIM.            EXIT.                                    00057200
      *----------------------------------------------------------------*00057300
      *----------------------------------------------------------------*00057400
       1850-VALIDAR-TRANSFERENCIA        SECTION.                       00057500
      *----------------------------------------------------------------*00057600
      *    PAR COM ORIGEM OU CONTRAPARTIDA FORA DO CLI2505 FICA         00057700
      *    'R' (SUSPENSO PELO FR06EX03): NENHUMA PERNA E LANCADA.       00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
            MOVE WRK-TRC-ORIGEM(WRK-IDX-TRF)                            00058100
                 TO WRK-CHAVE-PROCURADA.                                00058200
            PERFORM 1860-PROCURAR-CHAVE-CLI.                            00058300
            IF WRK-ACHOU-CHAVE EQUAL 'N'                                00058400
                MOVE 'R' TO WRK-TRC-SITUACAO(WRK-IDX-TRF)               00058500
            END-IF.                                                     00058600
                                                                        00058700
            MOVE WRK-TRC-CONTRA(WRK-IDX-TRF)                            00058800
                 TO WRK-CHAVE-PROCURADA.                                00058900
            PERFORM 1860-PROCURAR-CHAVE-CLI.                            00059000
            IF WRK-ACHOU-CHAVE EQUAL 'N'                                00059100
                MOVE 'R' TO WRK-TRC-SITUACAO(WRK-IDX-TRF)               00059200
            END-IF.                                                     00059300
                                                                        00059400
      *----------------------------------------------------------------*00059500
       1850-99-FIM.            EXIT.                                    00059600
      *----------------------------------------------------------------*00059700
      *----------------------------------------------------------------*00059800
       1860-PROCURAR-CHAVE-CLI           SECTION.                       00059900
      *----------------------------------------------------------------*00060000
      *    PESQUISA BINARIA SOBRE A TABELA ORDENADA (ORDEM CONFERIDA    00060100
      *    NA CARGA PELO 1780).                                         00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
            MOVE 'N' TO WRK-ACHOU-CHAVE.                                00060500
            MOVE 1                  TO WRK-BIN-INF.                     00060600
            MOVE WRK-QT-CHAVES-CLI  TO WRK-BIN-SUP.                     00060700
                                                                        00060800
            PERFORM 1870-COMPARAR-CHAVE-CLI                             00060900
                UNTIL WRK-BIN-INF GREATER WRK-BIN-SUP                   00061000
                   OR WRK-ACHOU-CHAVE EQUAL 'S'.                        00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       1860-99-FIM.            EXIT.                                    00061400
      *----------------------------------------------------------------*00061500
      *----------------------------------------------------------------*00061600
       1870-COMPARAR-CHAVE-CLI           SECTION.                       00061700
      *----------------------------------------------------------------*00061800
                                                                        00061900
            COMPUTE WRK-BIN-MEIO =                                      00062000
                (WRK-BIN-INF + WRK-BIN-SUP) / 2.                        00062100
                                                                        00062200
            EVALUATE TRUE                                               00062300
             WHEN WRK-TBK-CHAVE(WRK-BIN-MEIO)                           00062400
                  EQUAL WRK-CHAVE-PROCURADA                             00062500
               MOVE 'S' TO WRK-ACHOU-CHAVE                              00062600
             WHEN WRK-TBK-CHAVE(WRK-BIN-MEIO)                           00062700
                  LESS WRK-CHAVE-PROCURADA                              00062800
               COMPUTE WRK-BIN-INF = WRK-BIN-MEIO + 1                   00062900
             WHEN OTHER                                                 00063000
               COMPUTE WRK-BIN-SUP = WRK-BIN-MEIO - 1                   00063100
            END-EVALUATE.                                               00063200
                                                                        00063300
      *----------------------------------------------------------------*00063400
       1870-99-FIM.            EXIT.                                    00063500
      *----------------------------------------------------------------*00063600
      *----------------------------------------------------------------*00063700
       1900-CARREGAR-CONTATOS            SECTION.                       00063800
      *----------------------------------------------------------------*00063900
      *    CARREGA O CADASTRO DE CONTATOS PARA O BLOCO DE ENDERECO.     00064000
      *    ARQUIVO AUSENTE NAO E ERRO: TODAS AS CONTAS SAIRAO NA        00064100
      *    LISTA SEMCTT.                                                00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
            OPEN INPUT CONTATO.                                         00064500
            IF WRK-FS-CONTATO EQUAL 35                                  00064600
                DISPLAY 'CONTATO AUSENTE - EXTRATOS SEM ENDERECO'       00064700
                GO TO 1900-99-FIM                                       00064800
            END-IF.                                                     00064900
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00065000
                MOVE ' ERRO ABERTURA CONTATO ' TO WRK-MSG               00065100
                PERFORM 9000-TRATAR-ERROS                               00065200
            END-IF.                                                     00065300
                                                                        00065400
            PERFORM 1910-LER-CONTATO                                    00065500
                UNTIL WRK-FS-CONTATO EQUAL 10.                          00065600
            CLOSE CONTATO.                                              00065700
                                                                        00065800
            DISPLAY 'CONTATOS CARREGADOS: ' WRK-QT-CONTATOS.            00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       1900-99-FIM.            EXIT.                                    00066200
      *----------------------------------------------------------------*00066300
      *----------------------------------------------------------------*00066400
       1910-LER-CONTATO                  SECTION.                       00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
            READ CONTATO.                                               00066800
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00066900
                MOVE 10 TO WRK-FS-CONTATO                               00067000
                GO TO 1910-99-FIM                                       00067100
            END-IF.                                                     00067200
                                                                        00067300
            IF WRK-QT-CONTATOS NOT LESS 20000                           00067400
                DISPLAY '*** CAPACIDADE DE 20000 CONTATOS EXCEDIDA'     00067500
                MOVE ' TABELA DE CONTATOS ESTOURADA ' TO WRK-MSG        00067600
                PERFORM 9000-TRATAR-ERROS                               00067700
            END-IF.                                                     00067800
            ADD 1 TO WRK-QT-CONTATOS.                                   00067900
            MOVE FD-CONTATO                                             00068000
                 TO WRK-TBC-REGISTRO(WRK-QT-CONTATOS).                  00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       1910-99-FIM.            EXIT.                                    00068400
      *----------------------------------------------------------------*00068500
      *----------------------------------------------------------------*00068600
       1920-CARREGAR-TITULARES           SECTION.                       00068700
      *----------------------------------------------------------------*00068800
      *    CARREGA OS TITULARES ATIVOS PARA O CABECALHO DO EXTRATO.     00068900
      *    ARQUIVO AUSENTE NAO E ERRO: O EXTRATO SAI SO COM O NOME      00069000
      *    DO CADASTRO.                                                 00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
            OPEN INPUT TITULAR.                                         00069400
            IF WRK-FS-TITULAR EQUAL 35                                  00069500
                DISPLAY 'TITULAR AUSENTE - EXTRATOS SEM TITULARES'      00069600
                GO TO 1920-99-FIM                                       00069700
            END-IF.                                                     00069800
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00069900
                MOVE ' ERRO ABERTURA TITULAR ' TO WRK-MSG               00070000
                PERFORM 9000-TRATAR-ERROS                               00070100
            END-IF.                                                     00070200
                                                                        00070300
            PERFORM 1930-LER-TITULAR                                    00070400
                UNTIL WRK-FS-TITULAR EQUAL 10.                          00070500
            CLOSE TITULAR.                                              00070600
                                                                        00070700
            DISPLAY 'TITULARES CARREGADOS: ' WRK-QT-TITULARES.          00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1920-99-FIM.            EXIT.                                    00071100
      *----------------------------------------------------------------*00071200
      *----------------------------------------------------------------*00071300
       1930-LER-TITULAR                  SECTION.                       00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
            READ TITULAR INTO WRK-REG-TITULAR.                          00071700
            IF WRK-FS-TITULAR NOT EQUAL ZEROS                           00071800
                MOVE 10 TO WRK-FS-TITULAR                               00071900
                GO TO 1930-99-FIM                                       00072000
            END-IF.                                                     00072100
                                                                        00072200
            IF WRK-TIT-SITUACAO NOT EQUAL 'A'                           00072300
                GO TO 1930-99-FIM                                       00072400
            END-IF.                                                     00072500
                                                                        00072600
            IF WRK-QT-TITULARES NOT LESS 20000                          00072700
                DISPLAY '*** CAPACIDADE DE 20000 TITULARES EXCEDIDA'    00072800
                MOVE ' TABELA DE TITULARES ESTOURADA ' TO WRK-MSG       00072900
                PERFORM 9000-TRATAR-ERROS                               00073000
            END-IF.                                                     00073100
            ADD 1 TO WRK-QT-TITULARES.                                  00073200
            MOVE WRK-TIT-CHAVE     TO WRK-TTL-CHAVE(WRK-QT-TITULARES).  00073300
            MOVE WRK-TIT-SEQUENCIA                                      00073400
                 TO WRK-TTL-SEQUENCIA(WRK-QT-TITULARES).                00073500
            MOVE WRK-TIT-PAPEL     TO WRK-TTL-PAPEL(WRK-QT-TITULARES).  00073600
            MOVE WRK-TIT-NOME      TO WRK-TTL-NOME(WRK-QT-TITULARES).   00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       1930-99-FIM.            EXIT.                                    00074000
      *----------------------------------------------------------------*00074100
      *----------------------------------------------------------------*00074200
       1800-CARREGAR-TRANSFERENCIAS       SECTION.                      00074300
      *----------------------------------------------------------------*00074400
                                                                        00074500
            READ MOV2505.                                               00074600
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00074700
               OR FD-MOV2505(1:3) EQUAL 'TRL'                           00074800
                MOVE 10 TO WRK-FS-MOV2505                               00074900
            ELSE                                                        00075000
                IF FD-TIPOMOV EQUAL 'T'                                 00075100
                    IF WRK-QT-TRF LESS 200                              00075200
                        ADD 1 TO WRK-QT-TRF                             00075300
                        MOVE FD-MOV2505-CONTRA                          00075400
                             TO WRK-TRC-CONTRA(WRK-QT-TRF)              00075500
                        MOVE FD-MOV2505-CHAVE                           00075600
                             TO WRK-TRC-ORIGEM(WRK-QT-TRF)              00075700
                        MOVE FD-VALORMOV                                00075800
                             TO WRK-TRC-VALOR(WRK-QT-TRF)               00075900
                        MOVE 'N' TO WRK-TRC-FEITO(WRK-QT-TRF)           00076000
                        MOVE 'V' TO WRK-TRC-SITUACAO(WRK-QT-TRF)        00076100
                        MOVE 'N'                                        00076200
                             TO WRK-TRC-DEB-FEITO(WRK-QT-TRF)           00076300
                        PERFORM 2530-CONFERIR-DESVIO                    00076400
                        IF WRK-MOV-DESVIADO EQUAL 'S'                   00076500
                            MOVE 'R'                                    00076600
                                 TO WRK-TRC-SITUACAO(WRK-QT-TRF)        00076700
                            ADD 1 TO WRK-ACU-DESVIADOS                  00076800
                        END-IF                                          00076900
                    ELSE                                                00077000
                        DISPLAY '*** AVISO: TABELA DE TRANSF CHEIA'     00077100
                        MOVE 4 TO RETURN-CODE                           00077200
                    END-IF                                              00077300
                END-IF                                                  00077400
            END-IF.                                                     00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       1800-99-FIM.            EXIT.                                    00077800
      *----------------------------------------------------------------*00077900
      *----------------------------------------------------------------*00078000
       1950-CARREGAR-DESVIOS              SECTION.                      00078100
      *----------------------------------------------------------------*00078200
                                                                        00078300
            OPEN INPUT SUSPENSO.                                        00078400
            IF WRK-FS-SUSPENSO EQUAL 35                                 00078500
                DISPLAY 'SUSPENSO AUSENTE - SEM DESVIOS'                00078600
            ELSE                                                        00078700
                IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                      00078800
                    MOVE ' ERRO ABERTURA SUSPENSO ' TO WRK-MSG          00078900
                    PERFORM 9000-TRATAR-ERROS                           00079000
                END-IF                                                  00079100
                PERFORM 1955-LER-SUSPENSO                               00079200
                    UNTIL WRK-FS-SUSPENSO EQUAL 10                      00079300
                CLOSE SUSPENSO                                          00079400
            END-IF.                                                     00079500
                                                                        00079600
            OPEN INPUT EXCECAO.                                         00079700
            IF WRK-FS-EXCECAO EQUAL 35                                  00079800
                DISPLAY 'EXCECAO AUSENTE - SEM DESVIOS'                 00079900
            ELSE                                                        00080000
                IF WRK-FS-EXCECAO NOT EQUAL ZEROS                       00080100
                    MOVE ' ERRO ABERTURA EXCECAO ' TO WRK-MSG           00080200
                    PERFORM 9000-TRATAR-ERROS                           00080300
                END-IF                                                  00080400
                PERFORM 1960-LER-EXCECAO                                00080500
                    UNTIL WRK-FS-EXCECAO EQUAL 10                       00080600
                CLOSE EXCECAO                                           00080700
            END-IF.                                                     00080800
                                                                        00080900
            OPEN INPUT DEVCHQ.                                          00081000
            IF WRK-FS-DEVCHQ EQUAL 35                                   00081100
                DISPLAY 'DEVCHQ AUSENTE - SEM CHEQUES DEVOLVIDOS'       00081200
            ELSE                                                        00081300
                IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                        00081400
                    MOVE ' ERRO ABERTURA DEVCHQ ' TO WRK-MSG            00081500
                    PERFORM 9000-TRATAR-ERROS                           00081600
                END-IF                                                  00081700
                PERFORM 1970-LER-DEVCHQ                                 00081800
                    UNTIL WRK-FS-DEVCHQ EQUAL 10                        00081900
                CLOSE DEVCHQ                                            00082000
            END-IF.                                                     00082100
                                                                        00082200
            DISPLAY 'DESVIOS CARREGADOS....: ' WRK-QT-DESVIOS.          00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       1950-99-FIM.            EXIT.                                    00082600
      *----------------------------------------------------------------*00082700
      *----------------------------------------------------------------*00082800
       1955-LER-SUSPENSO                  SECTION.                      00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
            READ SUSPENSO.                                              00083200
            IF WRK-FS-SUSPENSO NOT EQUAL ZEROS                          00083300
                MOVE 10 TO WRK-FS-SUSPENSO                              00083400
                GO TO 1955-99-FIM                                       00083500
            END-IF.                                                     00083600
                                                                        00083700
            IF WRK-QT-DESVIOS NOT LESS 1000                             00083800
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00083900
                PERFORM 9000-TRATAR-ERROS                               00084000
            END-IF.                                                     00084100
            ADD 1 TO WRK-QT-DESVIOS.                                    00084200
            MOVE FD-SUSPENSO TO WRK-DSV-REG(WRK-QT-DESVIOS).            00084300
                                                                        00084400
      *----------------------------------------------------------------*00084500
       1955-99-FIM.            EXIT.                                    00084600
      *----------------------------------------------------------------*00084700
      *----------------------------------------------------------------*00084800
       1960-LER-EXCECAO                   SECTION.                      00084900
      *----------------------------------------------------------------*00085000
                                                                        00085100
            READ EXCECAO.                                               00085200
            IF WRK-FS-EXCECAO NOT EQUAL ZEROS                           00085300
                MOVE 10 TO WRK-FS-EXCECAO                               00085400
                GO TO 1960-99-FIM                                       00085500
            END-IF.                                                     00085600
                                                                        00085700
            IF WRK-QT-DESVIOS NOT LESS 1000                             00085800
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00085900
                PERFORM 9000-TRATAR-ERROS                               00086000
            END-IF.                                                     00086100
            ADD 1 TO WRK-QT-DESVIOS.                                    00086200
            MOVE FD-EXCECAO TO WRK-DSV-REG(WRK-QT-DESVIOS).             00086300
                                                                        00086400
      *----------------------------------------------------------------*00086500
       1960-99-FIM.            EXIT.                                    00086600
      *----------------------------------------------------------------*00086700
      *----------------------------------------------------------------*00086800
       1970-LER-DEVCHQ                    SECTION.                      00086900
      *----------------------------------------------------------------*00087000
                                                                        00087100
            READ DEVCHQ.                                                00087200
            IF WRK-FS-DEVCHQ NOT EQUAL ZEROS                            00087300
                MOVE 10 TO WRK-FS-DEVCHQ                                00087400
                GO TO 1970-99-FIM                                       00087500
            END-IF.                                                     00087600
                                                                        00087700
            IF WRK-QT-DESVIOS NOT LESS 1000                             00087800
                MOVE ' TABELA DE DESVIOS CHEIA ' TO WRK-MSG             00087900
                PERFORM 9000-TRATAR-ERROS                               00088000
            END-IF.                                                     00088100
            ADD 1 TO WRK-QT-DESVIOS.                                    00088200
            MOVE FD-DEVCHQ(1:65) TO WRK-DSV-REG(WRK-QT-DESVIOS).        00088300
                                                                        00088400
      *----------------------------------------------------------------*00088500
       1970-99-FIM.            EXIT.                                    00088600
      *----------------------------------------------------------------*00088700
      *----------------------------------------------------------------*00088800
       2000-PROCESSAR                     SECTION.                      00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
            EVALUATE TRUE                                               00089200
                                                                        00089300
                WHEN FD-CLI2505-CHAVE LESS FD-MOV2505-CHAVE             00089400
                    PERFORM 2600-FECHAR-CONTA                           00089500
                    PERFORM 2200-LER-CLI2505                            00089600
                                                                        00089700
                WHEN FD-CLI2505-CHAVE EQUAL FD-MOV2505-CHAVE            00089800
                    PERFORM 2500-LANCAR-MOVIMENTO                       00089900
                    PERFORM 2100-LER-MOV2505                            00090000
                                                                        00090100
                WHEN OTHER                                              00090200
                    ADD 1 TO WRK-ACU-MOV-SEM-CONTA                      00090300
                    PERFORM 2100-LER-MOV2505                            00090400
                                                                        00090500
            END-EVALUATE.                                               00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       2000-99-FIM.            EXIT.                                    00090900
      *----------------------------------------------------------------*00091000
      *----------------------------------------------------------------*00091100
       2100-LER-MOV2505                   SECTION.                      00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
            READ MOV2505.                                               00091500
            IF WRK-FS-MOV2505 NOT EQUAL ZEROS                           00091600
                MOVE HIGH-VALUES TO FD-MOV2505-CHAVE                    00091700
                MOVE 10 TO WRK-FS-MOV2505                               00091800
            ELSE                                                        00091900
                IF FD-MOV2505(1:3) EQUAL 'TRL'                          00092000
                    MOVE HIGH-VALUES TO FD-MOV2505-CHAVE                00092100
                    MOVE 10 TO WRK-FS-MOV2505                           00092200
                END-IF                                                  00092300
            END-IF.                                                     00092400
                                                                        00092500
      *----------------------------------------------------------------*00092600
       2100-99-FIM.            EXIT.                                    00092700
      *----------------------------------------------------------------*00092800
      *----------------------------------------------------------------*00092900
       2200-LER-CLI2505                   SECTION.                      00093000
      *----------------------------------------------------------------*00093100
                                                                        00093200
            READ CLI2505.                                               00093300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00093400
                MOVE HIGH-VALUES TO FD-CLI2505-CHAVE                    00093500
                MOVE 10 TO WRK-FS-CLI2505                               00093600
            ELSE                                                        00093700
                IF FD-CLI2505(1:3) EQUAL 'TRL'                          00093800
                    MOVE HIGH-VALUES TO FD-CLI2505-CHAVE                00093900
                    MOVE 10 TO WRK-FS-CLI2505                           00094000
                ELSE                                                    00094100
                    MOVE FD-CLI2505-SALDO TO WRK-SALDO-CORRENTE         00094200
                    MOVE ZEROS TO WRK-QT-MOV-CONTA                      00094300
                                  WRK-DATA-SEQ                          00094400
                END-IF                                                  00094500
            END-IF.                                                     00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       2200-99-FIM.            EXIT.                                    00094900
      *----------------------------------------------------------------*00095000
      *----------------------------------------------------------------*00095100
       2400-ABRIR-EXTRATO                 SECTION.                      00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
            WRITE FD-EXTRATO FROM WRK-LINHA-TRACO AFTER PAGE.           00095500
            MOVE FD-CLI2505-AGENCIA TO WRK-CAB-AGENCIA.                 00095600
            MOVE FD-CLI2505-CONTA   TO WRK-CAB-CONTA.                   00095700
            MOVE FD-CLI2505-NOME    TO WRK-CAB-NOME.                    00095800
            WRITE FD-EXTRATO FROM WRK-CABEC-CONTA.                      00095900
            PERFORM 2470-IMPRIMIR-TITULARES.                            00096000
            PERFORM 2450-IMPRIMIR-ENDERECO.                             00096100
            MOVE FD-CLI2505-SALDO   TO WRK-ABE-SALDO.                   00096200
            WRITE FD-EXTRATO FROM WRK-LINHA-ABERTURA.                   00096300
            WRITE FD-EXTRATO FROM WRK-LINHA-TRACO.                      00096400
                                                                        00096500
      *----------------------------------------------------------------*00096600
       2400-99-FIM.            EXIT.                                    00096700
      *----------------------------------------------------------------*00096800
      *----------------------------------------------------------------*00096900
       2450-IMPRIMIR-ENDERECO            SECTION.                       00097000
      *----------------------------------------------------------------*00097100
      *    BLOCO DE ENDERECO DO CABECALHO: CONTA SEM CONTATO VAI PARA   00097200
      *    A LISTA SEMCTT E O EXTRATO SAI SEM O BLOCO.                  00097300
      *----------------------------------------------------------------*00097400
                                                                        00097500
            MOVE 'N' TO WRK-ACHOU-CONTATO.                              00097600
            MOVE 1   TO WRK-IDX-CTT.                                    00097700
            PERFORM 2460-COMPARAR-CONTATO                               00097800
                UNTIL WRK-IDX-CTT GREATER WRK-QT-CONTATOS               00097900
                   OR WRK-ACHOU-CONTATO EQUAL 'S'.                      00098000
                                                                        00098100
            IF WRK-ACHOU-CONTATO EQUAL 'N'                              00098200
                ADD 1 TO WRK-ACU-SEM-CONTATO                            00098300
                MOVE FD-CLI2505-AGENCIA TO WRK-SCT-AGENCIA              00098400
                MOVE FD-CLI2505-CONTA   TO WRK-SCT-CONTA                00098500
                MOVE FD-CLI2505-NOME    TO WRK-SCT-NOME                 00098600
                WRITE FD-SEMCTT FROM WRK-LINHA-SEMCTT                   00098700
                GO TO 2450-99-FIM                                       00098800
            END-IF.                                                     00098900
                                                                        00099000
            MOVE WRK-TBC-REGISTRO(WRK-IDX-CTT) TO WRK-REG-CONTATO.      00099100
            MOVE SPACES              TO WRK-END-TEXTO.                  00099200
            MOVE WRK-CTT-ENDERECO1   TO WRK-END-TEXTO(1:30).            00099300
            MOVE WRK-CTT-ENDERECO2   TO WRK-END-TEXTO(31:30).           00099400
            WRITE FD-EXTRATO FROM WRK-LINHA-ENDERECO.                   00099500
            MOVE WRK-CTT-CIDADE      TO WRK-CID-CIDADE.                 00099600
            MOVE WRK-CTT-UF          TO WRK-CID-UF.                     00099700
            MOVE WRK-CTT-CEP         TO WRK-CID-CEP.                    00099800
            WRITE FD-EXTRATO FROM WRK-LINHA-CIDADE.                     00099900
                                                                        00100000
      *----------------------------------------------------------------*00100100
       2450-99-FIM.            EXIT.                                    00100200
      *----------------------------------------------------------------*00100300
      *----------------------------------------------------------------*00100400
       2460-COMPARAR-CONTATO             SECTION.                       00100500
      *----------------------------------------------------------------*00100600
                                                                        00100700
            IF WRK-TBC-REGISTRO(WRK-IDX-CTT)(1:8)                       00100800
               EQUAL FD-CLI2505-CHAVE                                   00100900
                MOVE 'S' TO WRK-ACHOU-CONTATO                           00101000
            ELSE                                                        00101100
                ADD 1 TO WRK-IDX-CTT                                    00101200
            END-IF.                                                     00101300
                                                                        00101400
      *----------------------------------------------------------------*00101500
       2460-99-FIM.            EXIT.                                    00101600
      *----------------------------------------------------------------*00101700
      *----------------------------------------------------------------*00101800
       2470-IMPRIMIR-TITULARES           SECTION.                       00101900
      *----------------------------------------------------------------*00102000
      *    AVANCA O PONTEIRO ATE A CHAVE DA CONTA E IMPRIME UMA LINHA   00102100
      *    POR TITULAR ATIVO (CONTA SEM TITULAR NO CADASTRO SAI SO      00102200
      *    COM O NOME DO CLI2505).                                      00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
            PERFORM 2480-AVANCAR-TITULAR                                00102600
                UNTIL WRK-IDX-TTL GREATER WRK-QT-TITULARES              00102700
                   OR WRK-TTL-CHAVE(WRK-IDX-TTL)                        00102800
                      NOT LESS FD-CLI2505-CHAVE.                        00102900
                                                                        00103000
            PERFORM 2490-IMPRIMIR-TITULAR                               00103100
                UNTIL WRK-IDX-TTL GREATER WRK-QT-TITULARES              00103200
                   OR WRK-TTL-CHAVE(WRK-IDX-TTL)                        00103300
                      NOT EQUAL FD-CLI2505-CHAVE.                       00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       2470-99-FIM.            EXIT.                                    00103700
      *----------------------------------------------------------------*00103800
      *----------------------------------------------------------------*00103900
       2480-AVANCAR-TITULAR              SECTION.                       00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
            ADD 1 TO WRK-IDX-TTL.                                       00104300
                                                                        00104400
      *----------------------------------------------------------------*00104500
       2480-99-FIM.            EXIT.                                    00104600
      *----------------------------------------------------------------*00104700
      *----------------------------------------------------------------*00104800
       2490-IMPRIMIR-TITULAR             SECTION.                       00104900
      *----------------------------------------------------------------*00105000
                                                                        00105100
            MOVE WRK-TTL-SEQUENCIA(WRK-IDX-TTL) TO WRK-TTL-LIN-SEQ.     00105200
            IF WRK-TTL-PAPEL(WRK-IDX-TTL) EQUAL 'P'                     00105300
                MOVE 'PRINCIPAL ' TO WRK-TTL-LIN-PAPEL                  00105400
            ELSE                                                        00105500
                MOVE 'CO-TITULAR' TO WRK-TTL-LIN-PAPEL                  00105600
            END-IF.                                                     00105700
            MOVE WRK-TTL-NOME(WRK-IDX-TTL) TO WRK-TTL-LIN-NOME.         00105800
            WRITE FD-EXTRATO FROM WRK-LINHA-TITULAR.                    00105900
            ADD 1 TO WRK-IDX-TTL.                                       00106000
                                                                        00106100
      *----------------------------------------------------------------*00106200
       2490-99-FIM.            EXIT.                                    00106300
      *----------------------------------------------------------------*00106400
      *----------------------------------------------------------------*00106500
       2500-LANCAR-MOVIMENTO              SECTION.                      00106600
      *----------------------------------------------------------------*00106700
                                                                        00106800
            IF FD-TIPOMOV NOT EQUAL 'T'                                 00106900
                PERFORM 2530-CONFERIR-DESVIO                            00107000
                IF WRK-MOV-DESVIADO EQUAL 'S'                           00107100
                    ADD 1 TO WRK-ACU-DESVIADOS                          00107200
                    GO TO 2500-99-FIM                                   00107300
                END-IF                                                  00107400
            END-IF.                                                     00107500
                                                                        00107600
            IF FD-TIPOMOV EQUAL 'T'                                     00107700
                PERFORM 2510-PROCURAR-TRANSFERENCIA                     00107800
                IF WRK-TRF-ACHADA GREATER ZEROS                         00107900
                   AND WRK-TRC-SITUACAO(WRK-TRF-ACHADA)                 00108000
                       EQUAL 'R'                                        00108100
                    ADD 1 TO WRK-ACU-TRF-SUSPENSAS                      00108200
                    GO TO 2500-99-FIM                                   00108300
                END-IF                                                  00108400
            END-IF.                                                     00108500
                                                                        00108600
            IF WRK-QT-MOV-CONTA EQUAL ZEROS                             00108700
                PERFORM 2400-ABRIR-EXTRATO                              00108800
            END-IF.                                                     00108900
                                                                        00109000
            ADD 1 TO WRK-QT-MOV-CONTA.                                  00109100
      *     SEQUENCIAL NA CONTA+DATA: SO CONTA O MOVIMENTO QUE CHEGA AO 00109200
      *     EXTRATO (DESVIADOS E TRANSFERENCIAS SUSPENSAS JA SAIRAM),   00109300
      *     NA MESMA REGRA DO FR06CB58.                                 00109400
            IF FD-MOV-DATA EQUAL WRK-DATA-SEQ                           00109500
                ADD 1 TO WRK-SEQ-DIA                                    00109600
            ELSE                                                        00109700
                MOVE FD-MOV-DATA TO WRK-DATA-SEQ                        00109800
                MOVE 1           TO WRK-SEQ-DIA                         00109900
            END-IF.                                                     00110000
                                                                        00110100
            EVALUATE FD-TIPOMOV                                         00110200
             WHEN 'C'                                                   00110300
               ADD FD-VALORMOV TO WRK-SALDO-CORRENTE                    00110400
             WHEN 'D'                                                   00110500
               SUBTRACT FD-VALORMOV FROM WRK-SALDO-CORRENTE             00110600
             WHEN 'T'                                                   00110700
               SUBTRACT FD-VALORMOV FROM WRK-SALDO-CORRENTE             00110800
             WHEN 'E'                                                   00110900
               ADD 1 TO WRK-ACU-ESTORNOS                                00111000
               IF FD-EST-TIPO-ORIG EQUAL 'C'                            00111100
                   SUBTRACT FD-VALORMOV FROM WRK-SALDO-CORRENTE         00111200
               ELSE                                                     00111300
                   ADD FD-VALORMOV TO WRK-SALDO-CORRENTE                00111400
               END-IF                                                   00111500
             WHEN OTHER                                                 00111600
               CONTINUE                                                 00111700
            END-EVALUATE.                                               00111800
                                                                        00111900
            MOVE WRK-SEQ-DIA        TO WRK-MOV-SEQ.                     00112000
            MOVE FD-MOVIMENTO       TO WRK-MOV-DESCRICAO.               00112100
            IF FD-TIPOMOV EQUAL 'E'                                     00112200
                PERFORM 2550-DESCREVER-ESTORNO                          00112300
            END-IF.                                                     00112400
            MOVE FD-VALORMOV        TO WRK-MOV-VALOR.                   00112500
            MOVE FD-TIPOMOV         TO WRK-MOV-TIPO.                    00112600
            MOVE WRK-SALDO-CORRENTE TO WRK-MOV-SALDO.                   00112700
            WRITE FD-EXTRATO FROM WRK-LINHA-MOV.                        00112800
                                                                        00112900
      *----------------------------------------------------------------*00113000
       2500-99-FIM.            EXIT.                                    00113100
      *----------------------------------------------------------------*00113200
      *----------------------------------------------------------------*00113300
       2510-PROCURAR-TRANSFERENCIA        SECTION.                      00113400
      *----------------------------------------------------------------*00113500
                                                                        00113600
            MOVE ZEROS TO WRK-TRF-ACHADA.                               00113700
            PERFORM 2520-COMPARAR-TRANSFERENCIA                         00113800
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00113900
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRF                    00114000
                   OR WRK-TRF-ACHADA GREATER ZEROS.                     00114100
                                                                        00114200
            IF WRK-TRF-ACHADA GREATER ZEROS                             00114300
                MOVE 'S'                                                00114400
                     TO WRK-TRC-DEB-FEITO(WRK-TRF-ACHADA)               00114500
            END-IF.                                                     00114600
                                                                        00114700
      *----------------------------------------------------------------*00114800
       2510-99-FIM.            EXIT.                                    00114900
      *----------------------------------------------------------------*00115000
      *----------------------------------------------------------------*00115100
       2520-COMPARAR-TRANSFERENCIA        SECTION.                      00115200
      *----------------------------------------------------------------*00115300
                                                                        00115400
            IF WRK-TRC-DEB-FEITO(WRK-IDX-TRF) EQUAL 'N'                 00115500
               AND WRK-TRC-ORIGEM(WRK-IDX-TRF)                          00115600
                   EQUAL FD-MOV2505-CHAVE                               00115700
               AND WRK-TRC-CONTRA(WRK-IDX-TRF)                          00115800
                   EQUAL FD-MOV2505-CONTRA                              00115900
               AND WRK-TRC-VALOR(WRK-IDX-TRF)                           00116000
                   EQUAL FD-VALORMOV                                    00116100
                MOVE WRK-IDX-TRF TO WRK-TRF-ACHADA                      00116200
            END-IF.                                                     00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       2520-99-FIM.            EXIT.                                    00116600
      *----------------------------------------------------------------*00116700
      *----------------------------------------------------------------*00116800
       2530-CONFERIR-DESVIO               SECTION.                      00116900
      *----------------------------------------------------------------*00117000
      *    CADA ENTRADA DA TABELA SO CASA UMA VEZ (CONSUMIDA COM        00117100
      *    HIGH-VALUES), PARA NAO DESCARTAR UMA SEGUNDA OCORRENCIA      00117200
      *    LEGITIMA DE MOVIMENTO IDENTICO.                              00117300
      *----------------------------------------------------------------*00117400
                                                                        00117500
            MOVE 'N'   TO WRK-MOV-DESVIADO.                             00117600
            MOVE ZEROS TO WRK-DSV-ACHADO.                               00117700
                                                                        00117800
            PERFORM 2540-COMPARAR-DESVIO                                00117900
                VARYING WRK-IDX-DSV FROM 1 BY 1                         00118000
                UNTIL WRK-IDX-DSV GREATER WRK-QT-DESVIOS                00118100
                   OR WRK-DSV-ACHADO GREATER ZEROS.                     00118200
                                                                        00118300
            IF WRK-DSV-ACHADO GREATER ZEROS                             00118400
                MOVE HIGH-VALUES TO WRK-DSV-REG(WRK-DSV-ACHADO)         00118500
                MOVE 'S'         TO WRK-MOV-DESVIADO                    00118600
            END-IF.                                                     00118700
                                                                        00118800
      *----------------------------------------------------------------*00118900
       2530-99-FIM.            EXIT.                                    00119000
      *----------------------------------------------------------------*00119100
      *----------------------------------------------------------------*00119200
       2540-COMPARAR-DESVIO               SECTION.                      00119300
      *----------------------------------------------------------------*00119400
                                                                        00119500
            IF WRK-DSV-REG(WRK-IDX-DSV) EQUAL FD-MOV2505                00119600
                MOVE WRK-IDX-DSV TO WRK-DSV-ACHADO                      00119700
            END-IF.                                                     00119800
                                                                        00119900
      *----------------------------------------------------------------*00120000
       2540-99-FIM.            EXIT.                                    00120100
      *----------------------------------------------------------------*00120200
      *----------------------------------------------------------------*00120300
       2550-DESCREVER-ESTORNO             SECTION.                      00120400
      *----------------------------------------------------------------*00120500
      *    REFERENCIA DO ORIGINAL POR EXTENSO NA LINHA DO ESTORNO:      00120600
      *    'ESTORNO CRED DD/MM/AA SEQ NNN'.                             00120700
      *----------------------------------------------------------------*00120800
            IF FD-EST-TIPO-ORIG EQUAL 'C'                               00120900
                MOVE 'CRED' TO WRK-DSC-EST-TIPO                         00121000
            ELSE                                                        00121100
                MOVE 'DEB ' TO WRK-DSC-EST-TIPO                         00121200
            END-IF.                                                     00121300
            MOVE FD-EST-DATA-ORIG(1:2) TO WRK-DSC-EST-DATA(1:2).        00121400
            MOVE '/'                   TO WRK-DSC-EST-DATA(3:1).        00121500
            MOVE FD-EST-DATA-ORIG(3:2) TO WRK-DSC-EST-DATA(4:2).        00121600
            MOVE '/'                   TO WRK-DSC-EST-DATA(6:1).        00121700
            MOVE FD-EST-DATA-ORIG(7:2) TO WRK-DSC-EST-DATA(7:2).        00121800
            MOVE FD-EST-SEQ-ORIG       TO WRK-DSC-EST-SEQ.              00121900
            MOVE WRK-DESC-ESTORNO      TO WRK-MOV-DESCRICAO.            00122000
      *----------------------------------------------------------------*00122100
       2550-99-FIM.            EXIT.                                    00122200
      *----------------------------------------------------------------*00122300
      *----------------------------------------------------------------*00122400
       2560-CREDITAR-TRANSFERENCIA        SECTION.                      00122500
      *----------------------------------------------------------------*00122600
                                                                        00122700
            IF WRK-TRC-FEITO(WRK-IDX-TRF) EQUAL 'N'                     00122800
               AND WRK-TRC-SITUACAO(WRK-IDX-TRF) EQUAL 'V'              00122900
               AND WRK-TRC-CONTRA(WRK-IDX-TRF)                          00123000
                   EQUAL FD-CLI2505-CHAVE                               00123100
                IF WRK-QT-MOV-CONTA EQUAL ZEROS                         00123200
                    PERFORM 2400-ABRIR-EXTRATO                          00123300
                END-IF                                                  00123400
                ADD 1 TO WRK-QT-MOV-CONTA                               00123500
                ADD WRK-TRC-VALOR(WRK-IDX-TRF)                          00123600
                    TO WRK-SALDO-CORRENTE                               00123700
                MOVE WRK-TRC-ORIGEM(WRK-IDX-TRF)                        00123800
                     TO WRK-DSC-TRF-ORIGEM                              00123900
                MOVE WRK-DESC-TRF-RECEBIDA TO WRK-MOV-DESCRICAO         00124000
                MOVE SPACES TO WRK-MOV-SEQ                              00124100
                MOVE WRK-TRC-VALOR(WRK-IDX-TRF) TO WRK-MOV-VALOR        00124200
                MOVE 'C' TO WRK-MOV-TIPO                                00124300
                MOVE WRK-SALDO-CORRENTE TO WRK-MOV-SALDO                00124400
                WRITE FD-EXTRATO FROM WRK-LINHA-MOV                     00124500
                MOVE 'S' TO WRK-TRC-FEITO(WRK-IDX-TRF)                  00124600
            END-IF.                                                     00124700
                                                                        00124800
      *----------------------------------------------------------------*00124900
       2560-99-FIM.            EXIT.                                    00125000
      *----------------------------------------------------------------*00125100
      *----------------------------------------------------------------*00125200
       2600-FECHAR-CONTA                  SECTION.                      00125300
      *----------------------------------------------------------------*00125400
                                                                        00125500
            PERFORM 2560-CREDITAR-TRANSFERENCIA                         00125600
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00125700
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRF.                   00125800
                                                                        00125900
            IF WRK-QT-MOV-CONTA GREATER ZEROS                           00126000
                MOVE WRK-SALDO-CORRENTE TO WRK-FEC-SALDO                00126100
                MOVE WRK-QT-MOV-CONTA   TO WRK-FEC-QT-MOV               00126200
                WRITE FD-EXTRATO FROM WRK-LINHA-FECHAMENTO              00126300
                ADD 1 TO WRK-ACU-EXTRATOS                               00126400
            ELSE                                                        00126500
                ADD 1 TO WRK-ACU-SEM-MOVIMENTO                          00126600
                IF WRK-CARTAO-SEM-MOV EQUAL 'S'                         00126700
                    PERFORM 2400-ABRIR-EXTRATO                          00126800
                    MOVE WRK-SALDO-CORRENTE TO WRK-FEC-SALDO            00126900
                    MOVE ZEROS              TO WRK-FEC-QT-MOV           00127000
                    WRITE FD-EXTRATO FROM WRK-LINHA-FECHAMENTO          00127100
                    ADD 1 TO WRK-ACU-EXTRATOS                           00127200
                END-IF                                                  00127300
            END-IF.                                                     00127400
                                                                        00127500
      *----------------------------------------------------------------*00127600
       2600-99-FIM.            EXIT.                                    00127700
      *----------------------------------------------------------------*00127800
      *----------------------------------------------------------------*00127900
       3000-FINALIZAR                     SECTION.                      00128000
      *----------------------------------------------------------------*00128100
                                                                        00128200
            CLOSE CLI2505                                               00128300
                  MOV2505                                               00128400
                  EXTRATO                                               00128500
                  SEMCTT.                                               00128600
                                                                        00128700
            DISPLAY 'EXTRATOS GERADOS......: ' WRK-ACU-EXTRATOS.        00128800
            DISPLAY 'CONTAS SEM MOVIMENTO..: ' WRK-ACU-SEM-MOVIMENTO.   00128900
            DISPLAY 'MOVTOS SEM CONTA......: ' WRK-ACU-MOV-SEM-CONTA.   00129000
            DISPLAY 'TRANSF SUSPENSAS......: ' WRK-ACU-TRF-SUSPENSAS.   00129100
            DISPLAY 'CONTAS SEM CONTATO....: ' WRK-ACU-SEM-CONTATO.     00129200
            DISPLAY 'ESTORNOS NO EXTRATO...: ' WRK-ACU-ESTORNOS.        00129300
                                                                        00129400
            STOP RUN.                                                   00129500
      *----------------------------------------------------------------*00129600
       3000-99-FIM.            EXIT.                                    00129700
      *----------------------------------------------------------------*00129800
                                                                        00129900
      *----------------------------------------------------------------*00130000
       9000-TRATAR-ERROS                  SECTION.                      00130100
      *----------------------------------------------------------------*00130200
                                                                        00130300
             MOVE 'FR06CB43'       TO WRK-ERR-PROGRAMA.                 00130400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00130500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00130600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00130700
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00130800
             MOVE WRK-FS-MOV2505   TO WRK-ERR-STATUS(3:2).              00130900
             MOVE WRK-FS-EXTRATO   TO WRK-ERR-STATUS(5:2).              00131000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00131100
                                                                        00131200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00131300
                                                                        00131400
      *----------------------------------------------------------------*00131500
       9000-99-FIM.            EXIT.                                    00131600
      *----------------------------------------------------------------*00131700
