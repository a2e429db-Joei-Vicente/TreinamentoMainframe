      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C154.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL DA   00001400
      *               CADEIA BANCARIA. AS CHAVES DO CADASTRO (CLI2505,  00001500
      *               SEM CABECALHO/TRAILER B#HDRTRL) SAO CARREGADAS    00001600
      *               EM MEMORIA E CADA ARQUIVO LATERAL CHAVEADO POR    00001700
      *               AGENCIA+CONTA E LIDO NA ORDEM DE CHAVE E CASADO   00001800
      *               COM ELAS (BALANCE LINE):                          00001900
      *               IDENCLI (B#IDENT) E CONTATO (B#CONTAT) - UM       00002000
      *                 REGISTRO OBRIGATORIO POR CONTA;                 00002100
      *               BLOQUEIO (B#BLOQ) E PARCMST (B#PARCM) - VARIOS    00002200
      *                 POR CONTA, OPCIONAIS;                           00002300
      *               SITCONTA (B#SITCTA) E LIMITES - NO MAXIMO UM;     00002400
      *               VSAMCLI (KSDS DO FR06CB47, CHAVE AGENCIA 9(04) +  00002500
      *                 CONTA 9(05)) - UM POR CONTA; A CONTA DE 4       00002600
      *                 POSICOES DO CLI2505 CORRESPONDE A CONTA DO      00002700
      *                 KSDS COM UM ZERO A ESQUERDA.                    00002800
      *               ACHADOS, CADA UM COM SEVERIDADE (ALTA/MEDIA/      00002900
      *               BAIXA) E ACAO SUGERIDA:                           00003000
      *               - REGISTRO ORFAO: CONTA FORA DO CLI2505 (CONTA    00003100
      *                 INEXISTENTE) OU ENCERRADA PELO FR06CB55         00003200
      *                 (ENCARQ); BLOQUEIO ATIVO OU PARCELA EM ABERTO   00003300
      *                 DE CONTA ENCERRADA SOBEM PARA ALTA;             00003400
      *               - CONTA SEM IDENTIFICACAO OU SEM CONTATO;         00003500
      *               - AGENCIA DO CLI2505 FORA DO AGEMST OU INATIVA    00003600
      *                 (UM ACHADO POR AGENCIA);                        00003700
      *               - DIVERGENCIA DE CHAVES CLI2505 X VSAMCLI (NOS    00003800
      *                 DOIS SENTIDOS);                                 00003900
      *               - CHAVE DUPLICADA (ONDE SO CABE UM REGISTRO) OU   00004000
      *                 FORA DE ORDEM - O REGISTRO FICA FORA DO         00004100
      *                 CASAMENTO;                                      00004200
      *               - ARQUIVO LATERAL AUSENTE (FILE STATUS 35).       00004300
      *               O RELATORIO (RELINTG) SAI ORDENADO POR SEVERIDADE,00004400
      *               ARQUIVO E CHAVE, COM RESUMO POR ARQUIVO. OS       00004500
      *               TOTAIS VAO PARA O RUNCTL (TIPO '2': LIDOS =       00004600
      *               REGISTROS VARRIDOS, GRAVADOS = ACHADOS, EXCECAO = 00004700
      *               ACHADOS DE SEVERIDADE ALTA). HAVENDO ACHADO,      00004800
      *               RETURN-CODE 4.                                    00004900
      *                                                                 00005000
      *----------------------------------------------------------------*00005100
      *     INPUT:                                                      00005200
      *     DDNAME           I/O                                        00005300
      *     RUNCTL           I/O  (DATA DA RODADA + CONTADORES)         00005400
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00005500
      *     AGEMST            I   (CADASTRO DE AGENCIAS - LRECL 80)     00005600
      *     ENCARQ            I   (CONTAS ENCERRADAS - LRECL 80,        00005700
      *                            OPCIONAL)                            00005800
      *     IDENCLI           I   (IDENTIFICACAO - LRECL 80)            00005900
      *     CONTATO           I   (CONTATOS - LRECL 140)                00006000
      *     BLOQUEIO          I   (BLOQUEIOS - LRECL 80)                00006100
      *     SITCONTA          I   (CONTAS INATIVAS - LRECL 80)          00006200
      *     LIMITES           I   (CHEQUE ESPECIAL - LRECL 80)          00006300
      *     PARCMST           I   (MESTRE DE PARCELAS - LRECL 50)       00006400
      *     VSAMCLI           I   (KSDS DE CLIENTES - LRECL 37)         00006500
      *     RELINTG           O   (RELATORIO DE ACHADOS - LRECL 80)     00006600
      *                                                                 00006700
      *----------------------------------------------------------------*00006800
      *     MANUTENCAO:                                                 00006900
      *                                                                 00007000
      *================================================================*00007100
                                                                        00007200
      *================================================================*00007300
       ENVIRONMENT                               DIVISION.              00007400
      *================================================================*00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       CONFIGURATION                             SECTION.               00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
       SPECIAL-NAMES.                                                   00008100
           DECIMAL-POINT IS COMMA.                                      00008200
                                                                        00008300
      *----------------------------------------------------------------*00008400
       INPUT-OUTPUT                              SECTION.               00008500
      *----------------------------------------------------------------*00008600
                                                                        00008700
       FILE-CONTROL.                                                    00008800
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00008900
                FILE STATUS            IS WRK-FS-RUNCTL.                00009000
             SELECT CLI2505            ASSIGN TO CLI2505                00009100
                FILE STATUS            IS WRK-FS-CLI2505.               00009200
             SELECT AGEMST             ASSIGN TO AGEMST                 00009300
                FILE STATUS            IS WRK-FS-AGEMST.                00009400
             SELECT ENCARQ             ASSIGN TO ENCARQ                 00009500
                FILE STATUS            IS WRK-FS-ENCARQ.                00009600
             SELECT IDENCLI            ASSIGN TO IDENCLI                00009700
                FILE STATUS            IS WRK-FS-IDENCLI.               00009800
             SELECT CONTATO            ASSIGN TO CONTATO                00009900
                FILE STATUS            IS WRK-FS-CONTATO.               00010000
             SELECT BLOQUEIO           ASSIGN TO BLOQUEIO               00010100
                FILE STATUS            IS WRK-FS-BLOQUEIO.              00010200
             SELECT SITCONTA           ASSIGN TO SITCONTA               00010300
                FILE STATUS            IS WRK-FS-SITCONTA.              00010400
             SELECT LIMITES            ASSIGN TO LIMITES                00010500
                FILE STATUS            IS WRK-FS-LIMITES.               00010600
             SELECT PARCMST            ASSIGN TO PARCMST                00010700
                FILE STATUS            IS WRK-FS-PARCMST.               00010800
             SELECT VSAMCLI            ASSIGN TO VSAMCLI                00010900
                ORGANIZATION           IS INDEXED                       00011000
                ACCESS MODE            IS SEQUENTIAL                    00011100
                RECORD KEY             IS FD-VSAM-CHAVE                 00011200
                FILE STATUS            IS WRK-FS-VSAMCLI.               00011300
             SELECT RELINTG            ASSIGN TO RELINTG                00011400
                FILE STATUS            IS WRK-FS-RELINTG.               00011500
             SELECT ORDENA             ASSIGN TO ORDENA.                00011600
                                                                        00011700
      *================================================================*00011800
       DATA                                      DIVISION.              00011900
      *================================================================*00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       FILE                                      SECTION.               00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
       FD RUNCTL                                                        00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-RUNCTL                    PIC X(80).                       00012900
                                                                        00013000
       FD CLI2505                                                       00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       COPY 'B#CLI25'.                                                  00013400
                                                                        00013500
       FD AGEMST                                                        00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-AGEMST                    PIC X(80).                       00013900
                                                                        00014000
       FD ENCARQ                                                        00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
       01 FD-ENCARQ                    PIC X(80).                       00014400
                                                                        00014500
       FD IDENCLI                                                       00014600
           RECORDING MODE IS F                                          00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-IDENCLI                   PIC X(80).                       00014900
                                                                        00015000
       FD CONTATO                                                       00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-CONTATO                   PIC X(140).                      00015400
                                                                        00015500
       FD BLOQUEIO                                                      00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-BLOQUEIO                  PIC X(80).                       00015900
                                                                        00016000
       FD SITCONTA                                                      00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
       01 FD-SITCONTA                  PIC X(80).                       00016400
                                                                        00016500
       FD LIMITES                                                       00016600
           RECORDING MODE IS F                                          00016700
           BLOCK CONTAINS 0 RECORDS.                                    00016800
       01 FD-LIMITES.                                                   00016900
          05 FD-LIM-CHAVE              PIC X(08).                       00017000
          05 FD-LIM-VALOR              PIC 9(08).                       00017100
          05 FILLER                    PIC X(64).                       00017200
                                                                        00017300
       FD PARCMST                                                       00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-PARCMST                   PIC X(50).                       00017700
                                                                        00017800
       FD VSAMCLI.                                                      00017900
       01 FD-VSAMCLI.                                                   00018000
          05 FD-VSAM-CHAVE.                                             00018100
             10 FD-VSAM-AGENCIA        PIC X(04).                       00018200
             10 FD-VSAM-CONTA          PIC X(05).                       00018300
          05 FILLER                    PIC X(28).                       00018400
                                                                        00018500
       FD RELINTG                                                       00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-RELINTG                   PIC X(80).                       00018900
                                                                        00019000
       SD ORDENA.                                                       00019100
       01 SD-ACHADO.                                                    00019200
          05 SD-ACH-CHAVE.                                              00019300
             10 SD-ACH-SEVERIDADE      PIC 9(01).                       00019400
             10 SD-ACH-ARQUIVO         PIC X(08).                       00019500
             10 SD-ACH-AGENCIA         PIC X(04).                       00019600
             10 SD-ACH-CONTA           PIC X(05).                       00019700
             10 SD-ACH-SEQUENCIA       PIC 9(07).                       00019800
          05 SD-ACH-DESCRICAO          PIC X(25).                       00019900
          05 SD-ACH-ACAO               PIC X(28).                       00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       WORKING-STORAGE                           SECTION.               00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01 FILLER                       PIC X(50)               VALUE    00020700
            '**** AREA DOS LAYOUTS ****'.                               00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
        COPY 'B#RUNCTL'.                                                00021100
                                                                        00021200
        COPY 'B#HDRTRL'.                                                00021300
                                                                        00021400
        COPY 'B#AGEMST'.                                                00021500
                                                                        00021600
        COPY 'B#BLOQ'.                                                  00021700
                                                                        00021800
        COPY 'B#PARCM'.                                                 00021900
                                                                        00022000
      *    REGISTRO DO ARQUIVO MORTO DO FR06CB55 (ENCARQ)               00022100
       01 WRK-REG-ENCARQ.                                               00022200
          05 WRK-ENC-REGISTRO.                                          00022300
             10 WRK-ENC-CHAVE          PIC X(08).                       00022400
             10 FILLER                 PIC X(48).                       00022500
          05 FILLER                    PIC X(01).                       00022600
          05 WRK-ENC-DATA              PIC 9(08).                       00022700
          05 FILLER                    PIC X(01).                       00022800
          05 WRK-ENC-TIPO-REG          PIC X(01).                       00022900
          05 FILLER                    PIC X(13).                       00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
       01 FILLER                       PIC X(50)               VALUE    00023300
            '**** TABELAS EM MEMORIA ****'.                             00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
      *    CHAVES DO CLI2505, NA ORDEM DO ARQUIVO                       00023700
       01 WRK-TAB-CONTAS.                                               00023800
          05 WRK-TCL-CHAVE             PIC X(08) OCCURS 20000 TIMES.    00023900
                                                                        00024000
       77 WRK-QT-CONTAS                PIC 9(05) VALUE ZEROS.           00024100
       77 WRK-IDX-CLI                  PIC 9(05) VALUE ZEROS.           00024200
                                                                        00024300
      *    CHAVES DAS CONTAS ENCERRADAS (REGISTROS 'C' DO ENCARQ)       00024400
       01 WRK-TAB-ENCERRADAS.                                           00024500
          05 WRK-TEN-CHAVE             PIC X(08) OCCURS 20000 TIMES.    00024600
                                                                        00024700
       77 WRK-QT-ENCERRADAS            PIC 9(05) VALUE ZEROS.           00024800
       77 WRK-IDX-ENC                  PIC 9(05) VALUE ZEROS.           00024900
       77 WRK-ENC-ACHADA               PIC 9(05) VALUE ZEROS.           00025000
                                                                        00025100
       01 WRK-TAB-AGENCIAS.                                             00025200
          05 WRK-TAB-AGE-ITEM          OCCURS 500 TIMES.                00025300
             10 WRK-TAG-CODIGO         PIC X(04).                       00025400
             10 WRK-TAG-ATIVO          PIC X(01).                       00025500
                                                                        00025600
       77 WRK-QT-AGENCIAS              PIC 9(03) VALUE ZEROS.           00025700
       77 WRK-IDX-AGE                  PIC 9(03) VALUE ZEROS.           00025800
       77 WRK-AGE-ACHADA               PIC 9(03) VALUE ZEROS.           00025900
                                                                        00026000
      *    AGENCIAS CITADAS NO CLI2505                                  00026100
       01 WRK-TAB-AGE-USO.                                              00026200
          05 WRK-TAU-CODIGO            PIC X(04) OCCURS 500 TIMES.      00026300
                                                                        00026400
       77 WRK-QT-AGE-USO               PIC 9(03) VALUE ZEROS.           00026500
       77 WRK-IDX-AGU                  PIC 9(03) VALUE ZEROS.           00026600
       77 WRK-AGU-ACHADA               PIC 9(03) VALUE ZEROS.           00026700
                                                                        00026800
      *    ARQUIVOS VARRIDOS: DDNAME, REGISTRO OBRIGATORIO POR CONTA    00026900
      *    ('S'/'N') E NO MAXIMO UM REGISTRO POR CHAVE ('S'/'N')        00027000
       01 WRK-TAB-ARQUIVOS-DADOS.                                       00027100
          05 FILLER                    PIC X(10) VALUE 'CLI2505 NS'.    00027200
          05 FILLER                    PIC X(10) VALUE 'IDENCLI SS'.    00027300
          05 FILLER                    PIC X(10) VALUE 'CONTATO SS'.    00027400
          05 FILLER                    PIC X(10) VALUE 'BLOQUEIONN'.    00027500
          05 FILLER                    PIC X(10) VALUE 'SITCONTANS'.    00027600
          05 FILLER                    PIC X(10) VALUE 'LIMITES NS'.    00027700
          05 FILLER                    PIC X(10) VALUE 'PARCMST NN'.    00027800
          05 FILLER                    PIC X(10) VALUE 'VSAMCLI SS'.    00027900
          05 FILLER                    PIC X(10) VALUE 'AGEMST  NS'.    00028000
       01 WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-DADOS.            00028100
          05 WRK-TAR-ITEM              OCCURS 9 TIMES.                  00028200
             10 WRK-TAR-DDNAME         PIC X(08).                       00028300
             10 WRK-TAR-OBRIGATORIO    PIC X(01).                       00028400
             10 WRK-TAR-UNICO          PIC X(01).                       00028500
       01 WRK-TAB-ARQUIVOS-QT.                                          00028600
          05 WRK-TAR-QT-ITEM           OCCURS 9 TIMES.                  00028700
             10 WRK-TAR-LIDOS          PIC 9(07).                       00028800
             10 WRK-TAR-ACHADOS        PIC 9(07).                       00028900
             10 WRK-TAR-AUSENTE        PIC X(01).                       00029000
                                                                        00029100
       77 WRK-IDX-ARQ                  PIC 9(02) VALUE ZEROS.           00029200
                                                                        00029300
      *----------------------------------------------------------------*00029400
       01 FILLER                       PIC X(50)               VALUE    00029500
            '**** AREA DO CASAMENTO ****'.                              00029600
      *----------------------------------------------------------------*00029700
                                                                        00029800
       77 WRK-FS-LATERAL               PIC X(02) VALUE SPACES.          00029900
       77 WRK-FIM-LATERAL              PIC X(01) VALUE 'N'.             00030000
       77 WRK-FIM-CLI2505              PIC X(01) VALUE 'N'.             00030100
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00030200
       77 WRK-CLI-CASADA               PIC X(01) VALUE 'N'.             00030300
       77 WRK-PARAR-AVANCO             PIC X(01) VALUE 'N'.             00030400
       77 WRK-LAT-CHAVE                PIC X(08) VALUE SPACES.          00030500
       77 WRK-LAT-ATIVO                PIC X(01) VALUE 'N'.             00030600
       77 WRK-LAT-FORA-CLI             PIC X(01) VALUE 'N'.             00030700
       77 WRK-CHAVE-ANTERIOR           PIC X(08) VALUE LOW-VALUES.      00030800
       77 WRK-ORFAO-PENDENTE           PIC X(01) VALUE 'N'.             00030900
       77 WRK-ORFAO-ATIVO              PIC X(01) VALUE 'N'.             00031000
                                                                        00031100
      *    CHAVE COMO APARECE NO RELATORIO (CONTA DO VSAMCLI COM 5)     00031200
       01 WRK-LAT-EXIBIR.                                               00031300
          05 WRK-LAT-AGENCIA           PIC X(04).                       00031400
          05 WRK-LAT-CONTA             PIC X(05).                       00031500
                                                                        00031600
       01 WRK-ORFAO-EXIBIR.                                             00031700
          05 WRK-ORF-AGENCIA           PIC X(04).                       00031800
          05 WRK-ORF-CONTA             PIC X(05).                       00031900
                                                                        00032000
      *    ACHADO A REGISTRAR                                           00032100
       01 WRK-ACHADO.                                                   00032200
          05 WRK-ACH-SEVERIDADE        PIC 9(01).                       00032300
          05 WRK-ACH-AGENCIA           PIC X(04).                       00032400
          05 WRK-ACH-CONTA             PIC X(05).                       00032500
          05 WRK-ACH-DESCRICAO         PIC X(25).                       00032600
          05 WRK-ACH-ACAO              PIC X(28).                       00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
       01 FILLER                       PIC X(50)               VALUE    00033000
            '**** LINHAS DO RELATORIO ****'.                            00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
       01 WRK-CABEC1.                                                   00033400
          05 FILLER                    PIC X(50) VALUE                  00033500
             'FR06C154 - INTEGRIDADE REFERENCIAL DA CADEIA BANCA'.      00033600
          05 FILLER                    PIC X(16) VALUE                  00033700
             'RIA - RODADA DE '.                                        00033800
          05 WRK-CAB-DATA              PIC X(10).                       00033900
                                                                        00034000
       01 WRK-CABEC2.                                                   00034100
          05 FILLER                    PIC X(40) VALUE                  00034200
             'SEVER ARQUIVO  AGEN CONTA ACHADO        '.                00034300
          05 FILLER                    PIC X(40) VALUE                  00034400
             '            ACAO SUGERIDA'.                               00034500
                                                                        00034600
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00034700
                                                                        00034800
       01 WRK-SUBTITULO                PIC X(80) VALUE SPACES.          00034900
                                                                        00035000
       01 WRK-LINHA-ACHADO.                                             00035100
          05 WRK-LAC-SEVERIDADE        PIC X(05).                       00035200
          05 FILLER                    PIC X(01) VALUE SPACES.          00035300
          05 WRK-LAC-ARQUIVO           PIC X(08).                       00035400
          05 FILLER                    PIC X(01) VALUE SPACES.          00035500
          05 WRK-LAC-AGENCIA           PIC X(04).                       00035600
          05 FILLER                    PIC X(01) VALUE SPACES.          00035700
          05 WRK-LAC-CONTA             PIC X(05).                       00035800
          05 FILLER                    PIC X(01) VALUE SPACES.          00035900
          05 WRK-LAC-DESCRICAO         PIC X(25).                       00036000
          05 FILLER                    PIC X(01) VALUE SPACES.          00036100
          05 WRK-LAC-ACAO              PIC X(28).                       00036200
                                                                        00036300
       01 WRK-CABEC-RESUMO.                                             00036400
          05 FILLER                    PIC X(40) VALUE                  00036500
             'ARQUIVO    REGISTROS   ACHADOS         '.                 00036600
          05 FILLER                    PIC X(40) VALUE SPACES.          00036700
                                                                        00036800
       01 WRK-LINHA-RESUMO.                                             00036900
          05 WRK-LRS-DDNAME            PIC X(08).                       00037000
          05 FILLER                    PIC X(02) VALUE SPACES.          00037100
          05 WRK-LRS-LIDOS             PIC Z.ZZZ.ZZ9.                   00037200
          05 FILLER                    PIC X(01) VALUE SPACES.          00037300
          05 WRK-LRS-ACHADOS           PIC Z.ZZZ.ZZ9.                   00037400
          05 FILLER                    PIC X(02) VALUE SPACES.          00037500
          05 WRK-LRS-OBSERVACAO        PIC X(49).                       00037600
                                                                        00037700
       01 WRK-LINHA-TOTAL.                                              00037800
          05 WRK-LTO-TEXTO             PIC X(20).                       00037900
          05 WRK-LTO-QTDE              PIC Z.ZZZ.ZZ9.                   00038000
          05 FILLER                    PIC X(51) VALUE SPACES.          00038100
                                                                        00038200
       01 WRK-DATA-EDITADA.                                             00038300
          05 WRK-DED-DIA               PIC X(02).                       00038400
          05 FILLER                    PIC X(01) VALUE '/'.             00038500
          05 WRK-DED-MES               PIC X(02).                       00038600
          05 FILLER                    PIC X(01) VALUE '/'.             00038700
          05 WRK-DED-ANO               PIC X(04).                       00038800
                                                                        00038900
      *----------------------------------------------------------------*00039000
       01 FILLER                       PIC X(50)               VALUE    00039100
            '**** AREA DE DATAS E HORAS ****'.                          00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
       01 WRK-HORA-PASSO.                                               00039500
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00039600
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00039700
       01 WRK-HORA-ACCEPT.                                              00039800
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00039900
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00040000
                                                                        00040100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       01 FILLER                       PIC X(50)               VALUE    00040500
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00040900
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00041000
       77 WRK-FS-AGEMST                PIC X(02) VALUE SPACES.          00041100
       77 WRK-FS-ENCARQ                PIC X(02) VALUE SPACES.          00041200
       77 WRK-FS-IDENCLI               PIC X(02) VALUE SPACES.          00041300
       77 WRK-FS-CONTATO               PIC X(02) VALUE SPACES.          00041400
       77 WRK-FS-BLOQUEIO              PIC X(02) VALUE SPACES.          00041500
       77 WRK-FS-SITCONTA              PIC X(02) VALUE SPACES.          00041600
       77 WRK-FS-LIMITES               PIC X(02) VALUE SPACES.          00041700
       77 WRK-FS-PARCMST               PIC X(02) VALUE SPACES.          00041800
       77 WRK-FS-VSAMCLI               PIC X(02) VALUE SPACES.          00041900
       77 WRK-FS-RELINTG               PIC X(02) VALUE SPACES.          00042000
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00042100
       77 WRK-ACU-ACHADOS              PIC 9(07) VALUE ZEROS.           00042200
       77 WRK-ACU-ALTA                 PIC 9(07) VALUE ZEROS.           00042300
       77 WRK-ACU-MEDIA                PIC 9(07) VALUE ZEROS.           00042400
       77 WRK-ACU-BAIXA                PIC 9(07) VALUE ZEROS.           00042500
       77 WRK-ACU-ENCARQ               PIC 9(07) VALUE ZEROS.           00042600
       77 WRK-SEV-QUEBRA               PIC 9(01) VALUE ZEROS.           00042700
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       01 FILLER                       PIC X(50)               VALUE    00043100
            '**** AREA DO MODULO TRTERRO ****'.                         00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
        COPY '#TRTERRO'.                                                00043500
                                                                        00043600
      *================================================================*00043700
       PROCEDURE DIVISION.                                              00043800
      *================================================================*00043900
      *----------------------------------------------------------------*00044000
       0000-PRINCIPAL                     SECTION.                      00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
           PERFORM 1000-INICIAR.                                        00044400
                                                                        00044500
           SORT ORDENA                                                  00044600
               ON ASCENDING KEY SD-ACH-CHAVE                            00044700
               INPUT  PROCEDURE IS 2000-VARRER-ARQUIVOS                 00044800
               OUTPUT PROCEDURE IS 3000-EMITIR-RELATORIO.               00044900
                                                                        00045000
           PERFORM 4000-FINALIZAR.                                      00045100
                                                                        00045200
      *----------------------------------------------------------------*00045300
       0000-99-FIM.            EXIT.                                    00045400
      *----------------------------------------------------------------*00045500
      *----------------------------------------------------------------*00045600
       1000-INICIAR                       SECTION.                      00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00046000
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00046100
            MOVE ZEROS TO WRK-TAB-ARQUIVOS-QT.                          00046200
            PERFORM 1050-LIMPAR-AUSENTE                                 00046300
                VARYING WRK-IDX-ARQ FROM 1 BY 1                         00046400
                UNTIL WRK-IDX-ARQ GREATER 9.                            00046500
                                                                        00046600
            PERFORM 1600-LER-DATA-RODADA.                               00046700
                                                                        00046800
            OPEN INPUT AGEMST.                                          00046900
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00047000
                MOVE ' ERRO ABERTURA AGEMST ' TO WRK-MSG                00047100
                PERFORM 9000-TRATAR-ERROS                               00047200
            END-IF.                                                     00047300
            PERFORM 1100-CARREGAR-AGENCIA                               00047400
                UNTIL WRK-FS-AGEMST EQUAL '10'.                         00047500
            CLOSE AGEMST.                                               00047600
                                                                        00047700
            OPEN INPUT ENCARQ.                                          00047800
            IF WRK-FS-ENCARQ EQUAL '35'                                 00047900
                DISPLAY 'ENCARQ AUSENTE - NENHUMA CONTA ENCERRADA'      00048000
            ELSE                                                        00048100
                IF WRK-FS-ENCARQ NOT EQUAL ZEROS                        00048200
                    MOVE ' ERRO ABERTURA ENCARQ ' TO WRK-MSG            00048300
                    PERFORM 9000-TRATAR-ERROS                           00048400
                END-IF                                                  00048500
                PERFORM 1200-CARREGAR-ENCERRADA                         00048600
                    UNTIL WRK-FS-ENCARQ EQUAL '10'                      00048700
                CLOSE ENCARQ                                            00048800
            END-IF.                                                     00048900
                                                                        00049000
            OPEN OUTPUT RELINTG.                                        00049100
            IF WRK-FS-RELINTG NOT EQUAL ZEROS                           00049200
                MOVE ' ERRO ABERTURA RELINTG ' TO WRK-MSG               00049300
                PERFORM 9000-TRATAR-ERROS                               00049400
            END-IF.                                                     00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       1000-99-FIM.            EXIT.                                    00049800
      *----------------------------------------------------------------*00049900
      *----------------------------------------------------------------*00050000
       1050-LIMPAR-AUSENTE                SECTION.                      00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
            MOVE 'N' TO WRK-TAR-AUSENTE(WRK-IDX-ARQ).                   00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1050-99-FIM.            EXIT.                                    00050700
      *----------------------------------------------------------------*00050800
      *----------------------------------------------------------------*00050900
       1100-CARREGAR-AGENCIA              SECTION.                      00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
            READ AGEMST INTO WRK-REG-AGEMST.                            00051300
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00051400
                MOVE '10' TO WRK-FS-AGEMST                              00051500
                GO TO 1100-99-FIM                                       00051600
            END-IF.                                                     00051700
                                                                        00051800
            ADD 1 TO WRK-TAR-LIDOS(9).                                  00051900
            IF WRK-QT-AGENCIAS NOT LESS 500                             00052000
                MOVE ' TABELA DE AGENCIAS CHEIA ' TO WRK-MSG            00052100
                PERFORM 9000-TRATAR-ERROS                               00052200
            END-IF.                                                     00052300
                                                                        00052400
            ADD 1 TO WRK-QT-AGENCIAS.                                   00052500
            MOVE WRK-AGE-CODIGO TO WRK-TAG-CODIGO(WRK-QT-AGENCIAS).     00052600
            MOVE WRK-AGE-ATIVO  TO WRK-TAG-ATIVO(WRK-QT-AGENCIAS).      00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       1100-99-FIM.            EXIT.                                    00053000
      *----------------------------------------------------------------*00053100
      *----------------------------------------------------------------*00053200
       1200-CARREGAR-ENCERRADA            SECTION.                      00053300
      *----------------------------------------------------------------*00053400
      *    SO O REGISTRO DA CONTA ('C', OU BRANCO NOS ANTIGOS); OS     *00053500
      *    REGISTROS 'T' DE TITULAR SAO IGNORADOS.                     *00053600
      *----------------------------------------------------------------*00053700
                                                                        00053800
            READ ENCARQ INTO WRK-REG-ENCARQ.                            00053900
            IF WRK-FS-ENCARQ NOT EQUAL ZEROS                            00054000
                MOVE '10' TO WRK-FS-ENCARQ                              00054100
                GO TO 1200-99-FIM                                       00054200
            END-IF.                                                     00054300
                                                                        00054400
            ADD 1 TO WRK-ACU-ENCARQ.                                    00054500
            IF WRK-ENC-TIPO-REG EQUAL 'T'                               00054600
                GO TO 1200-99-FIM                                       00054700
            END-IF.                                                     00054800
                                                                        00054900
            IF WRK-QT-ENCERRADAS NOT LESS 20000                         00055000
                MOVE ' TABELA DE ENCERRADAS CHEIA ' TO WRK-MSG          00055100
                PERFORM 9000-TRATAR-ERROS                               00055200
            END-IF.                                                     00055300
                                                                        00055400
            ADD 1 TO WRK-QT-ENCERRADAS.                                 00055500
            MOVE WRK-ENC-CHAVE TO WRK-TEN-CHAVE(WRK-QT-ENCERRADAS).     00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       1200-99-FIM.            EXIT.                                    00055900
      *----------------------------------------------------------------*00056000
      *----------------------------------------------------------------*00056100
       1600-LER-DATA-RODADA               SECTION.                      00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
            OPEN INPUT RUNCTL.                                          00056500
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00056600
                MOVE ' RUNCTL AUSENTE - RODAR FR06CB01 ' TO WRK-MSG     00056700
                PERFORM 9000-TRATAR-ERROS                               00056800
            END-IF.                                                     00056900
                                                                        00057000
            READ RUNCTL INTO WRK-RUNCTL.                                00057100
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00057200
               OR WRK-RUNCTL-TIPO NOT EQUAL '1'                         00057300
                MOVE ' RUNCTL SEM REGISTRO DE ABERTURA ' TO WRK-MSG     00057400
                PERFORM 9000-TRATAR-ERROS                               00057500
            END-IF.                                                     00057600
                                                                        00057700
            MOVE WRK-RUNCTL-DATA TO WRK-DATA-RODADA.                    00057800
            CLOSE RUNCTL.                                               00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1600-99-FIM.            EXIT.                                    00058200
      *----------------------------------------------------------------*00058300
      *----------------------------------------------------------------*00058400
       2000-VARRER-ARQUIVOS               SECTION.                      00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
            PERFORM 2100-CARREGAR-CADASTRO.                             00058800
                                                                        00058900
            PERFORM 2200-CONFERIR-AGENCIA                               00059000
                VARYING WRK-IDX-AGU FROM 1 BY 1                         00059100
                UNTIL WRK-IDX-AGU GREATER WRK-QT-AGE-USO.               00059200
                                                                        00059300
            PERFORM 2300-VARRER-LATERAL                                 00059400
                VARYING WRK-IDX-ARQ FROM 2 BY 1                         00059500
                UNTIL WRK-IDX-ARQ GREATER 8.                            00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       2000-99-FIM.            EXIT.                                    00059900
      *----------------------------------------------------------------*00060000
      *----------------------------------------------------------------*00060100
       2100-CARREGAR-CADASTRO             SECTION.                      00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
            MOVE 1 TO WRK-IDX-ARQ.                                      00060500
                                                                        00060600
            OPEN INPUT CLI2505.                                         00060700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00060800
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00060900
                PERFORM 9000-TRATAR-ERROS                               00061000
            END-IF.                                                     00061100
                                                                        00061200
            READ CLI2505.                                               00061300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00061400
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00061500
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00061600
                PERFORM 9000-TRATAR-ERROS                               00061700
            END-IF.                                                     00061800
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00061900
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00062000
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00062100
                PERFORM 9000-TRATAR-ERROS                               00062200
            END-IF.                                                     00062300
                                                                        00062400
            MOVE LOW-VALUES TO WRK-CHAVE-ANTERIOR.                      00062500
            PERFORM 2110-LER-CLI2505.                                   00062600
            PERFORM 2120-GUARDAR-CONTA                                  00062700
                UNTIL WRK-FIM-CLI2505 EQUAL 'S'.                        00062800
                                                                        00062900
            CLOSE CLI2505.                                              00063000
                                                                        00063100
      *----------------------------------------------------------------*00063200
       2100-99-FIM.            EXIT.                                    00063300
      *----------------------------------------------------------------*00063400
      *----------------------------------------------------------------*00063500
       2110-LER-CLI2505                   SECTION.                      00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
            READ CLI2505.                                               00063900
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00064000
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00064100
                MOVE 'S' TO WRK-FIM-CLI2505                             00064200
            END-IF.                                                     00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       2110-99-FIM.            EXIT.                                    00064600
      *----------------------------------------------------------------*00064700
      *----------------------------------------------------------------*00064800
       2120-GUARDAR-CONTA                 SECTION.                      00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
            ADD 1 TO WRK-TAR-LIDOS(1).                                  00065200
            MOVE FD-CLI2505-CHAVE   TO WRK-LAT-CHAVE.                   00065300
            MOVE FD-CLI2505-AGENCIA TO WRK-LAT-AGENCIA.                 00065400
            MOVE FD-CLI2505-CONTA   TO WRK-LAT-CONTA.                   00065500
                                                                        00065600
            IF WRK-LAT-CHAVE NOT GREATER WRK-CHAVE-ANTERIOR             00065700
                PERFORM 2130-ACHADO-ORDEM                               00065800
                GO TO 2120-88-LER                                       00065900
            END-IF.                                                     00066000
            MOVE FD-CLI2505-CHAVE TO WRK-CHAVE-ANTERIOR.                00066100
                                                                        00066200
            IF WRK-QT-CONTAS NOT LESS 20000                             00066300
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00066400
                PERFORM 9000-TRATAR-ERROS                               00066500
            END-IF.                                                     00066600
            ADD 1 TO WRK-QT-CONTAS.                                     00066700
            MOVE FD-CLI2505-CHAVE TO WRK-TCL-CHAVE(WRK-QT-CONTAS).      00066800
                                                                        00066900
            MOVE ZEROS TO WRK-AGU-ACHADA.                               00067000
            PERFORM 2125-COMPARAR-AGE-USO                               00067100
                VARYING WRK-IDX-AGU FROM 1 BY 1                         00067200
                UNTIL WRK-IDX-AGU GREATER WRK-QT-AGE-USO                00067300
                   OR WRK-AGU-ACHADA NOT EQUAL ZEROS.                   00067400
            IF WRK-AGU-ACHADA EQUAL ZEROS                               00067500
                IF WRK-QT-AGE-USO NOT LESS 500                          00067600
                    MOVE ' TABELA DE AGENCIAS CHEIA ' TO WRK-MSG        00067700
                    PERFORM 9000-TRATAR-ERROS                           00067800
                END-IF                                                  00067900
                ADD 1 TO WRK-QT-AGE-USO                                 00068000
                MOVE FD-CLI2505-AGENCIA                                 00068100
                     TO WRK-TAU-CODIGO(WRK-QT-AGE-USO)                  00068200
            END-IF.                                                     00068300
                                                                        00068400
       2120-88-LER.                                                     00068500
            PERFORM 2110-LER-CLI2505.                                   00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       2120-99-FIM.            EXIT.                                    00068900
      *----------------------------------------------------------------*00069000
      *----------------------------------------------------------------*00069100
       2125-COMPARAR-AGE-USO              SECTION.                      00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
            IF WRK-TAU-CODIGO(WRK-IDX-AGU) EQUAL FD-CLI2505-AGENCIA     00069500
                MOVE WRK-IDX-AGU TO WRK-AGU-ACHADA                      00069600
            END-IF.                                                     00069700
                                                                        00069800
      *----------------------------------------------------------------*00069900
       2125-99-FIM.            EXIT.                                    00070000
      *----------------------------------------------------------------*00070100
      *----------------------------------------------------------------*00070200
       2130-ACHADO-ORDEM                  SECTION.                      00070300
      *----------------------------------------------------------------*00070400
      *    CHAVE IGUAL OU MENOR QUE A ANTERIOR DO ARQUIVO WRK-IDX-ARQ. *00070500
      *----------------------------------------------------------------*00070600
                                                                        00070700
            MOVE 1               TO WRK-ACH-SEVERIDADE.                 00070800
            MOVE WRK-LAT-AGENCIA TO WRK-ACH-AGENCIA.                    00070900
            MOVE WRK-LAT-CONTA   TO WRK-ACH-CONTA.                      00071000
            IF WRK-LAT-CHAVE EQUAL WRK-CHAVE-ANTERIOR                   00071100
                MOVE 'CHAVE DUPLICADA'        TO WRK-ACH-DESCRICAO      00071200
                MOVE 'ELIMINAR A DUPLICIDADE' TO WRK-ACH-ACAO           00071300
            ELSE                                                        00071400
                MOVE 'CHAVE FORA DE ORDEM'    TO WRK-ACH-DESCRICAO      00071500
                MOVE 'REORDENAR O ARQUIVO'    TO WRK-ACH-ACAO           00071600
            END-IF.                                                     00071700
            PERFORM 2900-REGISTRAR-ACHADO.                              00071800
                                                                        00071900
      *----------------------------------------------------------------*00072000
       2130-99-FIM.            EXIT.                                    00072100
      *----------------------------------------------------------------*00072200
      *----------------------------------------------------------------*00072300
       2200-CONFERIR-AGENCIA              SECTION.                      00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
            MOVE 9 TO WRK-IDX-ARQ.                                      00072700
            MOVE ZEROS TO WRK-AGE-ACHADA.                               00072800
            PERFORM 2210-COMPARAR-AGENCIA                               00072900
                VARYING WRK-IDX-AGE FROM 1 BY 1                         00073000
                UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS               00073100
                   OR WRK-AGE-ACHADA NOT EQUAL ZEROS.                   00073200
                                                                        00073300
            MOVE WRK-TAU-CODIGO(WRK-IDX-AGU) TO WRK-ACH-AGENCIA.        00073400
            MOVE SPACES                      TO WRK-ACH-CONTA.          00073500
                                                                        00073600
            IF WRK-AGE-ACHADA EQUAL ZEROS                               00073700
                MOVE 1                        TO WRK-ACH-SEVERIDADE     00073800
                MOVE 'AGENCIA FORA DO AGEMST' TO WRK-ACH-DESCRICAO      00073900
                MOVE 'CADASTRAR AGENCIA (FR06CB67)' TO WRK-ACH-ACAO     00074000
                PERFORM 2900-REGISTRAR-ACHADO                           00074100
                GO TO 2200-99-FIM                                       00074200
            END-IF.                                                     00074300
                                                                        00074400
            IF WRK-TAG-ATIVO(WRK-AGE-ACHADA) NOT EQUAL 'S'              00074500
                MOVE 2                        TO WRK-ACH-SEVERIDADE     00074600
                MOVE 'AGENCIA INATIVA NO AGEMST'                        00074700
                                              TO WRK-ACH-DESCRICAO      00074800
                MOVE 'TRANSFERIR AS CONTAS'   TO WRK-ACH-ACAO           00074900
                PERFORM 2900-REGISTRAR-ACHADO                           00075000
            END-IF.                                                     00075100
                                                                        00075200
      *----------------------------------------------------------------*00075300
       2200-99-FIM.            EXIT.                                    00075400
      *----------------------------------------------------------------*00075500
      *----------------------------------------------------------------*00075600
       2210-COMPARAR-AGENCIA              SECTION.                      00075700
      *----------------------------------------------------------------*00075800
                                                                        00075900
            IF WRK-TAG-CODIGO(WRK-IDX-AGE)                              00076000
               EQUAL WRK-TAU-CODIGO(WRK-IDX-AGU)                        00076100
                MOVE WRK-IDX-AGE TO WRK-AGE-ACHADA                      00076200
            END-IF.                                                     00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       2210-99-FIM.            EXIT.                                    00076600
      *----------------------------------------------------------------*00076700
      *----------------------------------------------------------------*00076800
       2300-VARRER-LATERAL                SECTION.                      00076900
      *----------------------------------------------------------------*00077000
      *    CASAMENTO DO ARQUIVO WRK-IDX-ARQ COM AS CHAVES DO CLI2505.  *00077100
      *    WRK-IDX-CLI APONTA A CONTA CORRENTE DO CADASTRO; A CONTA    *00077200
      *    SO E DEIXADA PARA TRAS DEPOIS DE CONFERIDO SE TEVE          *00077300
      *    REGISTRO (WRK-CLI-CASADA) NO ARQUIVO LATERAL.               *00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
            MOVE 1          TO WRK-IDX-CLI.                             00077700
            MOVE 'N'        TO WRK-CLI-CASADA                           00077800
                               WRK-ORFAO-PENDENTE                       00077900
                               WRK-FIM-LATERAL.                         00078000
            MOVE LOW-VALUES TO WRK-CHAVE-ANTERIOR.                      00078100
                                                                        00078200
            PERFORM 2310-ABRIR-LATERAL.                                 00078300
            IF WRK-FS-LATERAL EQUAL '35'                                00078400
                MOVE 'S'    TO WRK-TAR-AUSENTE(WRK-IDX-ARQ)             00078500
                MOVE SPACES TO WRK-ACH-AGENCIA                          00078600
                               WRK-ACH-CONTA                            00078700
                MOVE 'ARQUIVO AUSENTE'        TO WRK-ACH-DESCRICAO      00078800
                MOVE 'CONFERIR O DD DO PASSO' TO WRK-ACH-ACAO           00078900
                MOVE 3 TO WRK-ACH-SEVERIDADE                            00079000
                IF WRK-TAR-OBRIGATORIO(WRK-IDX-ARQ) EQUAL 'S'           00079100
                    MOVE 1 TO WRK-ACH-SEVERIDADE                        00079200
                END-IF                                                  00079300
                PERFORM 2900-REGISTRAR-ACHADO                           00079400
                GO TO 2300-99-FIM                                       00079500
            END-IF.                                                     00079600
            IF WRK-FS-LATERAL NOT EQUAL ZEROS                           00079700
                STRING ' ERRO ABERTURA ' WRK-TAR-DDNAME(WRK-IDX-ARQ)    00079800
                       DELIMITED BY SIZE INTO WRK-MSG                   00079900
                PERFORM 9000-TRATAR-ERROS                               00080000
            END-IF.                                                     00080100
                                                                        00080200
            PERFORM 2320-LER-LATERAL.                                   00080300
            PERFORM 2400-CONFRONTAR                                     00080400
                UNTIL WRK-FIM-LATERAL EQUAL 'S'.                        00080500
            PERFORM 2450-EMITIR-ORFAO.                                  00080600
                                                                        00080700
            MOVE 'N' TO WRK-PARAR-AVANCO.                               00080800
            PERFORM 2500-AVANCAR-CONTA                                  00080900
                UNTIL WRK-PARAR-AVANCO EQUAL 'S'.                       00081000
                                                                        00081100
            PERFORM 2330-FECHAR-LATERAL.                                00081200
                                                                        00081300
      *----------------------------------------------------------------*00081400
       2300-99-FIM.            EXIT.                                    00081500
      *----------------------------------------------------------------*00081600
      *----------------------------------------------------------------*00081700
       2310-ABRIR-LATERAL                 SECTION.                      00081800
      *----------------------------------------------------------------*00081900
                                                                        00082000
            EVALUATE WRK-IDX-ARQ                                        00082100
             WHEN 2                                                     00082200
               OPEN INPUT IDENCLI                                       00082300
               MOVE WRK-FS-IDENCLI  TO WRK-FS-LATERAL                   00082400
             WHEN 3                                                     00082500
               OPEN INPUT CONTATO                                       00082600
               MOVE WRK-FS-CONTATO  TO WRK-FS-LATERAL                   00082700
             WHEN 4                                                     00082800
               OPEN INPUT BLOQUEIO                                      00082900
               MOVE WRK-FS-BLOQUEIO TO WRK-FS-LATERAL                   00083000
             WHEN 5                                                     00083100
               OPEN INPUT SITCONTA                                      00083200
               MOVE WRK-FS-SITCONTA TO WRK-FS-LATERAL                   00083300
             WHEN 6                                                     00083400
               OPEN INPUT LIMITES                                       00083500
               MOVE WRK-FS-LIMITES  TO WRK-FS-LATERAL                   00083600
             WHEN 7                                                     00083700
               OPEN INPUT PARCMST                                       00083800
               MOVE WRK-FS-PARCMST  TO WRK-FS-LATERAL                   00083900
             WHEN OTHER                                                 00084000
               OPEN INPUT VSAMCLI                                       00084100
               MOVE WRK-FS-VSAMCLI  TO WRK-FS-LATERAL                   00084200
            END-EVALUATE.                                               00084300
                                                                        00084400
      *----------------------------------------------------------------*00084500
       2310-99-FIM.            EXIT.                                    00084600
      *----------------------------------------------------------------*00084700
      *----------------------------------------------------------------*00084800
       2320-LER-LATERAL                   SECTION.                      00084900
      *----------------------------------------------------------------*00085000
      *    DEIXA A CHAVE DE CASAMENTO EM WRK-LAT-CHAVE, A CHAVE DE     *00085100
      *    EXIBICAO EM WRK-LAT-EXIBIR E, NO BLOQUEIO E NO PARCMST, SE  *00085200
      *    O REGISTRO ESTA ATIVO/EM ABERTO EM WRK-LAT-ATIVO.           *00085300
      *----------------------------------------------------------------*00085400
                                                                        00085500
            MOVE 'N' TO WRK-LAT-ATIVO                                   00085600
                        WRK-LAT-FORA-CLI.                               00085700
                                                                        00085800
            EVALUATE WRK-IDX-ARQ                                        00085900
             WHEN 2                                                     00086000
               READ IDENCLI                                             00086100
               MOVE WRK-FS-IDENCLI     TO WRK-FS-LATERAL                00086200
               MOVE FD-IDENCLI(1:8)    TO WRK-LAT-CHAVE                 00086300
             WHEN 3                                                     00086400
               READ CONTATO                                             00086500
               MOVE WRK-FS-CONTATO     TO WRK-FS-LATERAL                00086600
               MOVE FD-CONTATO(1:8)    TO WRK-LAT-CHAVE                 00086700
             WHEN 4                                                     00086800
               READ BLOQUEIO INTO WRK-REG-BLOQUEIO                      00086900
               MOVE WRK-FS-BLOQUEIO    TO WRK-FS-LATERAL                00087000
               MOVE WRK-BLQ-CHAVE      TO WRK-LAT-CHAVE                 00087100
               IF WRK-BLQ-SITUACAO EQUAL 'A'                            00087200
                   MOVE 'S' TO WRK-LAT-ATIVO                            00087300
               END-IF                                                   00087400
             WHEN 5                                                     00087500
               READ SITCONTA                                            00087600
               MOVE WRK-FS-SITCONTA    TO WRK-FS-LATERAL                00087700
               MOVE FD-SITCONTA(1:8)   TO WRK-LAT-CHAVE                 00087800
             WHEN 6                                                     00087900
               READ LIMITES                                             00088000
               MOVE WRK-FS-LIMITES     TO WRK-FS-LATERAL                00088100
               MOVE FD-LIM-CHAVE       TO WRK-LAT-CHAVE                 00088200
             WHEN 7                                                     00088300
               READ PARCMST INTO WRK-REG-PARCM                          00088400
               MOVE WRK-FS-PARCMST     TO WRK-FS-LATERAL                00088500
               MOVE WRK-PCM-CHAVE      TO WRK-LAT-CHAVE                 00088600
               IF WRK-PCM-SITUACAO EQUAL 'A'                            00088700
                   MOVE 'S' TO WRK-LAT-ATIVO                            00088800
               END-IF                                                   00088900
             WHEN OTHER                                                 00089000
               READ VSAMCLI                                             00089100
               MOVE WRK-FS-VSAMCLI     TO WRK-FS-LATERAL                00089200
               MOVE FD-VSAM-AGENCIA    TO WRK-LAT-CHAVE(1:4)            00089300
               MOVE FD-VSAM-CONTA(2:4) TO WRK-LAT-CHAVE(5:4)            00089400
               IF FD-VSAM-CONTA(1:1) NOT EQUAL '0'                      00089500
                   MOVE 'S' TO WRK-LAT-FORA-CLI                         00089600
               END-IF                                                   00089700
            END-EVALUATE.                                               00089800
                                                                        00089900
            IF WRK-FS-LATERAL NOT EQUAL ZEROS                           00090000
                MOVE 'S' TO WRK-FIM-LATERAL                             00090100
                GO TO 2320-99-FIM                                       00090200
            END-IF.                                                     00090300
                                                                        00090400
            ADD 1 TO WRK-TAR-LIDOS(WRK-IDX-ARQ).                        00090500
            MOVE WRK-LAT-CHAVE(1:4) TO WRK-LAT-AGENCIA.                 00090600
            MOVE WRK-LAT-CHAVE(5:4) TO WRK-LAT-CONTA.                   00090700
            IF WRK-IDX-ARQ EQUAL 8                                      00090800
                MOVE FD-VSAM-CONTA  TO WRK-LAT-CONTA                    00090900
            END-IF.                                                     00091000
                                                                        00091100
      *----------------------------------------------------------------*00091200
       2320-99-FIM.            EXIT.                                    00091300
      *----------------------------------------------------------------*00091400
      *----------------------------------------------------------------*00091500
       2330-FECHAR-LATERAL                SECTION.                      00091600
      *----------------------------------------------------------------*00091700
                                                                        00091800
            EVALUATE WRK-IDX-ARQ                                        00091900
             WHEN 2                                                     00092000
               CLOSE IDENCLI                                            00092100
             WHEN 3                                                     00092200
               CLOSE CONTATO                                            00092300
             WHEN 4                                                     00092400
               CLOSE BLOQUEIO                                           00092500
             WHEN 5                                                     00092600
               CLOSE SITCONTA                                           00092700
             WHEN 6                                                     00092800
               CLOSE LIMITES                                            00092900
             WHEN 7                                                     00093000
               CLOSE PARCMST                                            00093100
             WHEN OTHER                                                 00093200
               CLOSE VSAMCLI                                            00093300
            END-EVALUATE.                                               00093400
                                                                        00093500
      *----------------------------------------------------------------*00093600
       2330-99-FIM.            EXIT.                                    00093700
      *----------------------------------------------------------------*00093800
      *----------------------------------------------------------------*00093900
       2400-CONFRONTAR                    SECTION.                      00094000
      *----------------------------------------------------------------*00094100
                                                                        00094200
      *    CONTA DO KSDS COM MAIS DE 4 POSICOES NAO EXISTE NO CLI2505   00094300
            IF WRK-LAT-FORA-CLI EQUAL 'S'                               00094400
                PERFORM 2450-EMITIR-ORFAO                               00094500
                MOVE WRK-LAT-EXIBIR TO WRK-ORFAO-EXIBIR                 00094600
                MOVE 'N'            TO WRK-ORFAO-ATIVO                  00094700
                MOVE 'S'            TO WRK-ORFAO-PENDENTE               00094800
                MOVE ZEROS          TO WRK-ENC-ACHADA                   00094900
                PERFORM 2460-DESCREVER-ORFAO                            00095000
                GO TO 2400-88-LER                                       00095100
            END-IF.                                                     00095200
                                                                        00095300
            IF WRK-LAT-CHAVE LESS WRK-CHAVE-ANTERIOR                    00095400
                PERFORM 2130-ACHADO-ORDEM                               00095500
                GO TO 2400-88-LER                                       00095600
            END-IF.                                                     00095700
                                                                        00095800
            IF WRK-LAT-CHAVE EQUAL WRK-CHAVE-ANTERIOR                   00095900
                IF WRK-TAR-UNICO(WRK-IDX-ARQ) EQUAL 'S'                 00096000
                    PERFORM 2130-ACHADO-ORDEM                           00096100
                ELSE                                                    00096200
                    IF WRK-ORFAO-PENDENTE EQUAL 'S'                     00096300
                       AND WRK-LAT-ATIVO EQUAL 'S'                      00096400
                        MOVE 'S' TO WRK-ORFAO-ATIVO                     00096500
                    END-IF                                              00096600
                END-IF                                                  00096700
                GO TO 2400-88-LER                                       00096800
            END-IF.                                                     00096900
                                                                        00097000
      *    CHAVE NOVA: FECHA O ORFAO DA CHAVE ANTERIOR E AVANCA O       00097100
      *    CADASTRO ATE A CHAVE LIDA                                    00097200
            PERFORM 2450-EMITIR-ORFAO.                                  00097300
            MOVE WRK-LAT-CHAVE TO WRK-CHAVE-ANTERIOR.                   00097400
                                                                        00097500
            MOVE 'N' TO WRK-PARAR-AVANCO.                               00097600
            PERFORM 2500-AVANCAR-CONTA                                  00097700
                UNTIL WRK-PARAR-AVANCO EQUAL 'S'.                       00097800
                                                                        00097900
            IF WRK-IDX-CLI NOT GREATER WRK-QT-CONTAS                    00098000
               AND WRK-TCL-CHAVE(WRK-IDX-CLI) EQUAL WRK-LAT-CHAVE       00098100
                MOVE 'S' TO WRK-CLI-CASADA                              00098200
            ELSE                                                        00098300
                MOVE 'S'            TO WRK-ORFAO-PENDENTE               00098400
                MOVE WRK-LAT-ATIVO  TO WRK-ORFAO-ATIVO                  00098500
                MOVE WRK-LAT-EXIBIR TO WRK-ORFAO-EXIBIR                 00098600
            END-IF.                                                     00098700
                                                                        00098800
       2400-88-LER.                                                     00098900
            PERFORM 2320-LER-LATERAL.                                   00099000
                                                                        00099100
      *----------------------------------------------------------------*00099200
       2400-99-FIM.            EXIT.                                    00099300
      *----------------------------------------------------------------*00099400
      *----------------------------------------------------------------*00099500
       2450-EMITIR-ORFAO                  SECTION.                      00099600
      *----------------------------------------------------------------*00099700
                                                                        00099800
            IF WRK-ORFAO-PENDENTE NOT EQUAL 'S'                         00099900
                GO TO 2450-99-FIM                                       00100000
            END-IF.                                                     00100100
                                                                        00100200
            MOVE ZEROS TO WRK-ENC-ACHADA.                               00100300
            PERFORM 2455-COMPARAR-ENCERRADA                             00100400
                VARYING WRK-IDX-ENC FROM 1 BY 1                         00100500
                UNTIL WRK-IDX-ENC GREATER WRK-QT-ENCERRADAS             00100600
                   OR WRK-ENC-ACHADA NOT EQUAL ZEROS.                   00100700
                                                                        00100800
            PERFORM 2460-DESCREVER-ORFAO.                               00100900
                                                                        00101000
      *----------------------------------------------------------------*00101100
       2450-99-FIM.            EXIT.                                    00101200
      *----------------------------------------------------------------*00101300
      *----------------------------------------------------------------*00101400
       2455-COMPARAR-ENCERRADA            SECTION.                      00101500
      *----------------------------------------------------------------*00101600
                                                                        00101700
            IF WRK-TEN-CHAVE(WRK-IDX-ENC) EQUAL WRK-CHAVE-ANTERIOR      00101800
                MOVE WRK-IDX-ENC TO WRK-ENC-ACHADA                      00101900
            END-IF.                                                     00102000
                                                                        00102100
      *----------------------------------------------------------------*00102200
       2455-99-FIM.            EXIT.                                    00102300
      *----------------------------------------------------------------*00102400
      *----------------------------------------------------------------*00102500
       2460-DESCREVER-ORFAO               SECTION.                      00102600
      *----------------------------------------------------------------*00102700
      *    REGISTRO SEM CONTA NO CLI2505: DESCRICAO, SEVERIDADE E      *00102800
      *    ACAO CONFORME O ARQUIVO E O ENCERRAMENTO (WRK-ENC-ACHADA).  *00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
            MOVE 'N'             TO WRK-ORFAO-PENDENTE.                 00103200
            MOVE WRK-ORF-AGENCIA TO WRK-ACH-AGENCIA.                    00103300
            MOVE WRK-ORF-CONTA   TO WRK-ACH-CONTA.                      00103400
                                                                        00103500
            EVALUATE TRUE                                               00103600
             WHEN WRK-IDX-ARQ EQUAL 8                                   00103700
               MOVE 2                        TO WRK-ACH-SEVERIDADE      00103800
               MOVE 'CHAVE SO NO VSAMCLI'    TO WRK-ACH-DESCRICAO       00103900
               MOVE 'RECARREGAR VSAMCLI (CB47)' TO WRK-ACH-ACAO         00104000
             WHEN WRK-ENC-ACHADA EQUAL ZEROS                            00104100
               MOVE 1                        TO WRK-ACH-SEVERIDADE      00104200
               MOVE 'CONTA INEXISTENTE'      TO WRK-ACH-DESCRICAO       00104300
               MOVE 'CORRIGIR OU EXCLUIR A CHAVE' TO WRK-ACH-ACAO       00104400
             WHEN WRK-ORFAO-ATIVO EQUAL 'S' AND WRK-IDX-ARQ EQUAL 4     00104500
               MOVE 1                        TO WRK-ACH-SEVERIDADE      00104600
               MOVE 'BLOQ. ATIVO CT.ENCERRADA' TO WRK-ACH-DESCRICAO     00104700
               MOVE 'BAIXAR BLOQUEIO (FR06CB54)' TO WRK-ACH-ACAO        00104800
             WHEN WRK-ORFAO-ATIVO EQUAL 'S'                             00104900
               MOVE 1                        TO WRK-ACH-SEVERIDADE      00105000
               MOVE 'PARC. ABERTA CT.ENCERRADA' TO WRK-ACH-DESCRICAO    00105100
               MOVE 'COBRAR OU BAIXAR A PARCELA' TO WRK-ACH-ACAO        00105200
             WHEN OTHER                                                 00105300
               MOVE 2                        TO WRK-ACH-SEVERIDADE      00105400
               MOVE 'CONTA ENCERRADA (ENCARQ)' TO WRK-ACH-DESCRICAO     00105500
               MOVE 'EXPURGAR O REGISTRO'    TO WRK-ACH-ACAO            00105600
            END-EVALUATE.                                               00105700
                                                                        00105800
            PERFORM 2900-REGISTRAR-ACHADO.                              00105900
                                                                        00106000
      *----------------------------------------------------------------*00106100
       2460-99-FIM.            EXIT.                                    00106200
      *----------------------------------------------------------------*00106300
      *----------------------------------------------------------------*00106400
       2500-AVANCAR-CONTA                 SECTION.                      00106500
      *----------------------------------------------------------------*00106600
      *    DEIXA PARA TRAS A CONTA CORRENTE DO CADASTRO SE A CHAVE     *00106700
      *    DELA FOR MENOR QUE A DO LATERAL (OU NO FIM DO LATERAL),     *00106800
      *    ACUSANDO A FALTA DO REGISTRO OBRIGATORIO. PARA NO FIM DO    *00106900
      *    CADASTRO OU AO ALCANCAR A CHAVE LIDA.                       *00107000
      *----------------------------------------------------------------*00107100
                                                                        00107200
            IF WRK-IDX-CLI GREATER WRK-QT-CONTAS                        00107300
                MOVE 'S' TO WRK-PARAR-AVANCO                            00107400
                GO TO 2500-99-FIM                                       00107500
            END-IF.                                                     00107600
                                                                        00107700
            IF WRK-FIM-LATERAL NOT EQUAL 'S'                            00107800
               AND WRK-TCL-CHAVE(WRK-IDX-CLI) NOT LESS WRK-LAT-CHAVE    00107900
                MOVE 'S' TO WRK-PARAR-AVANCO                            00108000
                GO TO 2500-99-FIM                                       00108100
            END-IF.                                                     00108200
                                                                        00108300
            IF WRK-CLI-CASADA EQUAL 'N'                                 00108400
               AND WRK-TAR-OBRIGATORIO(WRK-IDX-ARQ) EQUAL 'S'           00108500
                PERFORM 2510-ACHADO-FALTA                               00108600
            END-IF.                                                     00108700
                                                                        00108800
            ADD 1    TO WRK-IDX-CLI.                                    00108900
            MOVE 'N' TO WRK-CLI-CASADA.                                 00109000
                                                                        00109100
      *----------------------------------------------------------------*00109200
       2500-99-FIM.            EXIT.                                    00109300
      *----------------------------------------------------------------*00109400
      *----------------------------------------------------------------*00109500
       2510-ACHADO-FALTA                  SECTION.                      00109600
      *----------------------------------------------------------------*00109700
                                                                        00109800
            MOVE WRK-TCL-CHAVE(WRK-IDX-CLI)(1:4) TO WRK-ACH-AGENCIA.    00109900
            MOVE WRK-TCL-CHAVE(WRK-IDX-CLI)(5:4) TO WRK-ACH-CONTA.      00110000
                                                                        00110100
            EVALUATE WRK-IDX-ARQ                                        00110200
             WHEN 2                                                     00110300
               MOVE 1                         TO WRK-ACH-SEVERIDADE     00110400
               MOVE 'CONTA SEM IDENTIFICACAO' TO WRK-ACH-DESCRICAO      00110500
               MOVE 'CADASTRAR DOC. NO IDENCLI' TO WRK-ACH-ACAO         00110600
             WHEN 3                                                     00110700
               MOVE 2                         TO WRK-ACH-SEVERIDADE     00110800
               MOVE 'CONTA SEM CONTATO'       TO WRK-ACH-DESCRICAO      00110900
               MOVE 'CADASTRAR CONTATO (FR06CB59)' TO WRK-ACH-ACAO      00111000
             WHEN OTHER                                                 00111100
               MOVE 2                         TO WRK-ACH-SEVERIDADE     00111200
               MOVE 'CONTA AUSENTE DO VSAMCLI' TO WRK-ACH-DESCRICAO     00111300
               MOVE 'RECARREGAR VSAMCLI (CB47)' TO WRK-ACH-ACAO         00111400
            END-EVALUATE.                                               00111500
                                                                        00111600
            PERFORM 2900-REGISTRAR-ACHADO.                              00111700
                                                                        00111800
      *----------------------------------------------------------------*00111900
       2510-99-FIM.            EXIT.                                    00112000
      *----------------------------------------------------------------*00112100
      *----------------------------------------------------------------*00112200
       2900-REGISTRAR-ACHADO              SECTION.                      00112300
      *----------------------------------------------------------------*00112400
                                                                        00112500
            ADD 1 TO WRK-ACU-ACHADOS                                    00112600
                     WRK-TAR-ACHADOS(WRK-IDX-ARQ).                      00112700
            EVALUATE WRK-ACH-SEVERIDADE                                 00112800
             WHEN 1                                                     00112900
               ADD 1 TO WRK-ACU-ALTA                                    00113000
             WHEN 2                                                     00113100
               ADD 1 TO WRK-ACU-MEDIA                                   00113200
             WHEN OTHER                                                 00113300
               ADD 1 TO WRK-ACU-BAIXA                                   00113400
            END-EVALUATE.                                               00113500
                                                                        00113600
            MOVE WRK-ACH-SEVERIDADE          TO SD-ACH-SEVERIDADE.      00113700
            MOVE WRK-TAR-DDNAME(WRK-IDX-ARQ) TO SD-ACH-ARQUIVO.         00113800
            MOVE WRK-ACH-AGENCIA             TO SD-ACH-AGENCIA.         00113900
            MOVE WRK-ACH-CONTA               TO SD-ACH-CONTA.           00114000
            MOVE WRK-ACU-ACHADOS             TO SD-ACH-SEQUENCIA.       00114100
            MOVE WRK-ACH-DESCRICAO           TO SD-ACH-DESCRICAO.       00114200
            MOVE WRK-ACH-ACAO                TO SD-ACH-ACAO.            00114300
            RELEASE SD-ACHADO.                                          00114400
                                                                        00114500
      *----------------------------------------------------------------*00114600
       2900-99-FIM.            EXIT.                                    00114700
      *----------------------------------------------------------------*00114800
      *----------------------------------------------------------------*00114900
       3000-EMITIR-RELATORIO              SECTION.                      00115000
      *----------------------------------------------------------------*00115100
                                                                        00115200
            MOVE WRK-DATA-RODADA(1:2) TO WRK-DED-DIA.                   00115300
            MOVE WRK-DATA-RODADA(3:2) TO WRK-DED-MES.                   00115400
            MOVE WRK-DATA-RODADA(5:4) TO WRK-DED-ANO.                   00115500
            MOVE WRK-DATA-EDITADA     TO WRK-CAB-DATA.                  00115600
            WRITE FD-RELINTG FROM WRK-CABEC1.                           00115700
            WRITE FD-RELINTG FROM WRK-LINHA-TRACO.                      00115800
                                                                        00115900
            IF WRK-ACU-ACHADOS EQUAL ZEROS                              00116000
                MOVE 'NENHUMA INCONSISTENCIA ENCONTRADA'                00116100
                     TO WRK-SUBTITULO                                   00116200
                WRITE FD-RELINTG FROM WRK-SUBTITULO AFTER 2 LINES       00116300
            ELSE                                                        00116400
                WRITE FD-RELINTG FROM WRK-CABEC2                        00116500
            END-IF.                                                     00116600
                                                                        00116700
            MOVE ZEROS TO WRK-SEV-QUEBRA.                               00116800
            MOVE 'N'   TO WRK-FIM-SORT.                                 00116900
            PERFORM 3100-RETORNAR-ACHADO                                00117000
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00117100
                                                                        00117200
            PERFORM 3300-EMITIR-RESUMO.                                 00117300
                                                                        00117400
      *----------------------------------------------------------------*00117500
       3000-99-FIM.            EXIT.                                    00117600
      *----------------------------------------------------------------*00117700
      *----------------------------------------------------------------*00117800
       3100-RETORNAR-ACHADO               SECTION.                      00117900
      *----------------------------------------------------------------*00118000
                                                                        00118100
            RETURN ORDENA                                               00118200
                AT END                                                  00118300
                    MOVE 'S' TO WRK-FIM-SORT                            00118400
                NOT AT END                                              00118500
                    PERFORM 3200-EMITIR-ACHADO                          00118600
            END-RETURN.                                                 00118700
                                                                        00118800
      *----------------------------------------------------------------*00118900
       3100-99-FIM.            EXIT.                                    00119000
      *----------------------------------------------------------------*00119100
      *----------------------------------------------------------------*00119200
       3200-EMITIR-ACHADO                 SECTION.                      00119300
      *----------------------------------------------------------------*00119400
                                                                        00119500
            EVALUATE SD-ACH-SEVERIDADE                                  00119600
             WHEN 1                                                     00119700
               MOVE 'ALTA'  TO WRK-LAC-SEVERIDADE                       00119800
             WHEN 2                                                     00119900
               MOVE 'MEDIA' TO WRK-LAC-SEVERIDADE                       00120000
             WHEN OTHER                                                 00120100
               MOVE 'BAIXA' TO WRK-LAC-SEVERIDADE                       00120200
            END-EVALUATE.                                               00120300
                                                                        00120400
            IF SD-ACH-SEVERIDADE NOT EQUAL WRK-SEV-QUEBRA               00120500
                MOVE SD-ACH-SEVERIDADE TO WRK-SEV-QUEBRA                00120600
                MOVE SPACES            TO WRK-SUBTITULO                 00120700
                STRING '--- SEVERIDADE ' WRK-LAC-SEVERIDADE             00120800
                       DELIMITED BY SIZE INTO WRK-SUBTITULO             00120900
                WRITE FD-RELINTG FROM WRK-SUBTITULO AFTER 2 LINES       00121000
            END-IF.                                                     00121100
                                                                        00121200
            MOVE SD-ACH-ARQUIVO        TO WRK-LAC-ARQUIVO.              00121300
            MOVE SD-ACH-AGENCIA        TO WRK-LAC-AGENCIA.              00121400
            MOVE SD-ACH-CONTA          TO WRK-LAC-CONTA.                00121500
            MOVE SD-ACH-DESCRICAO      TO WRK-LAC-DESCRICAO.            00121600
            MOVE SD-ACH-ACAO           TO WRK-LAC-ACAO.                 00121700
            WRITE FD-RELINTG FROM WRK-LINHA-ACHADO.                     00121800
                                                                        00121900
      *----------------------------------------------------------------*00122000
       3200-99-FIM.            EXIT.                                    00122100
      *----------------------------------------------------------------*00122200
      *----------------------------------------------------------------*00122300
       3300-EMITIR-RESUMO                 SECTION.                      00122400
      *----------------------------------------------------------------*00122500
                                                                        00122600
            MOVE '--- RESUMO POR ARQUIVO' TO WRK-SUBTITULO.             00122700
            WRITE FD-RELINTG FROM WRK-SUBTITULO AFTER 2 LINES.          00122800
            WRITE FD-RELINTG FROM WRK-CABEC-RESUMO.                     00122900
                                                                        00123000
            PERFORM 3310-EMITIR-ARQUIVO                                 00123100
                VARYING WRK-IDX-ARQ FROM 1 BY 1                         00123200
                UNTIL WRK-IDX-ARQ GREATER 9.                            00123300
                                                                        00123400
            MOVE 'ENCARQ'        TO WRK-LRS-DDNAME.                     00123500
            MOVE WRK-ACU-ENCARQ  TO WRK-LRS-LIDOS.                      00123600
            MOVE ZEROS           TO WRK-LRS-ACHADOS.                    00123700
            MOVE '(REFERENCIA DE CONTAS ENCERRADAS)'                    00123800
                                 TO WRK-LRS-OBSERVACAO.                 00123900
            WRITE FD-RELINTG FROM WRK-LINHA-RESUMO.                     00124000
                                                                        00124100
            MOVE 'ACHADOS DE SEV. ALTA' TO WRK-LTO-TEXTO.               00124200
            MOVE WRK-ACU-ALTA           TO WRK-LTO-QTDE.                00124300
            WRITE FD-RELINTG FROM WRK-LINHA-TOTAL AFTER 2 LINES.        00124400
            MOVE '             MEDIA'   TO WRK-LTO-TEXTO.               00124500
            MOVE WRK-ACU-MEDIA          TO WRK-LTO-QTDE.                00124600
            WRITE FD-RELINTG FROM WRK-LINHA-TOTAL.                      00124700
            MOVE '             BAIXA'   TO WRK-LTO-TEXTO.               00124800
            MOVE WRK-ACU-BAIXA          TO WRK-LTO-QTDE.                00124900
            WRITE FD-RELINTG FROM WRK-LINHA-TOTAL.                      00125000
            MOVE 'TOTAL DE ACHADOS'     TO WRK-LTO-TEXTO.               00125100
            MOVE WRK-ACU-ACHADOS        TO WRK-LTO-QTDE.                00125200
            WRITE FD-RELINTG FROM WRK-LINHA-TOTAL.                      00125300
            WRITE FD-RELINTG FROM WRK-LINHA-TRACO.                      00125400
                                                                        00125500
      *----------------------------------------------------------------*00125600
       3300-99-FIM.            EXIT.                                    00125700
      *----------------------------------------------------------------*00125800
      *----------------------------------------------------------------*00125900
       3310-EMITIR-ARQUIVO                SECTION.                      00126000
      *----------------------------------------------------------------*00126100
                                                                        00126200
            ADD WRK-TAR-LIDOS(WRK-IDX-ARQ) TO WRK-ACU-LIDOS.            00126300
                                                                        00126400
            MOVE WRK-TAR-DDNAME(WRK-IDX-ARQ)  TO WRK-LRS-DDNAME.        00126500
            MOVE WRK-TAR-LIDOS(WRK-IDX-ARQ)   TO WRK-LRS-LIDOS.         00126600
            MOVE WRK-TAR-ACHADOS(WRK-IDX-ARQ) TO WRK-LRS-ACHADOS.       00126700
            MOVE SPACES                       TO WRK-LRS-OBSERVACAO.    00126800
            IF WRK-TAR-AUSENTE(WRK-IDX-ARQ) EQUAL 'S'                   00126900
                MOVE '(AUSENTE - NAO VARRIDO)' TO WRK-LRS-OBSERVACAO    00127000
            END-IF.                                                     00127100
            WRITE FD-RELINTG FROM WRK-LINHA-RESUMO.                     00127200
                                                                        00127300
      *----------------------------------------------------------------*00127400
       3310-99-FIM.            EXIT.                                    00127500
      *----------------------------------------------------------------*00127600
      *----------------------------------------------------------------*00127700
       4000-FINALIZAR                     SECTION.                      00127800
      *----------------------------------------------------------------*00127900
                                                                        00128000
            CLOSE RELINTG.                                              00128100
                                                                        00128200
            IF WRK-ACU-ACHADOS GREATER ZEROS                            00128300
                MOVE 4 TO RETURN-CODE                                   00128400
            END-IF.                                                     00128500
                                                                        00128600
            DISPLAY '------------------------------------------------'. 00128700
            DISPLAY '  CONTAS NO CLI2505....: ' WRK-QT-CONTAS.          00128800
            DISPLAY '  REGISTROS VARRIDOS...: ' WRK-ACU-LIDOS.          00128900
            DISPLAY '  ACHADOS..............: ' WRK-ACU-ACHADOS.        00129000
            DISPLAY '    SEVERIDADE ALTA....: ' WRK-ACU-ALTA.           00129100
            DISPLAY '    SEVERIDADE MEDIA...: ' WRK-ACU-MEDIA.          00129200
            DISPLAY '    SEVERIDADE BAIXA...: ' WRK-ACU-BAIXA.          00129300
            DISPLAY '------------------------------------------------'. 00129400
                                                                        00129500
            PERFORM 4900-GRAVAR-RUNCTL.                                 00129600
                                                                        00129700
            STOP RUN.                                                   00129800
                                                                        00129900
      *----------------------------------------------------------------*00130000
       4000-99-FIM.            EXIT.                                    00130100
      *----------------------------------------------------------------*00130200
      *----------------------------------------------------------------*00130300
       4900-GRAVAR-RUNCTL                 SECTION.                      00130400
      *----------------------------------------------------------------*00130500
                                                                        00130600
            OPEN EXTEND RUNCTL.                                         00130700
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00130800
                MOVE ' ERRO ABERTURA RUNCTL ' TO WRK-MSG                00130900
                PERFORM 9000-TRATAR-ERROS                               00131000
            END-IF.                                                     00131100
                                                                        00131200
            MOVE SPACES                TO WRK-RUNCTL.                   00131300
            MOVE '2'                   TO WRK-RUNCTL-TIPO.              00131400
            MOVE 'FR06C154'            TO WRK-RUNCTL-PROGRAMA.          00131500
            MOVE WRK-ACU-LIDOS         TO WRK-RUNCTL-LIDOS.             00131600
            MOVE WRK-ACU-ACHADOS       TO WRK-RUNCTL-GRAVADOS.          00131700
            MOVE WRK-ACU-ALTA          TO WRK-RUNCTL-EXCECAO.           00131800
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE.           00131900
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00132000
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM.           00132100
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI.          00132200
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM.          00132300
            WRITE FD-RUNCTL FROM WRK-RUNCTL.                            00132400
            CLOSE RUNCTL.                                               00132500
                                                                        00132600
      *----------------------------------------------------------------*00132700
       4900-99-FIM.            EXIT.                                    00132800
      *----------------------------------------------------------------*00132900
      *----------------------------------------------------------------*00133000
       9000-TRATAR-ERROS                  SECTION.                      00133100
      *----------------------------------------------------------------*00133200
                                                                        00133300
             MOVE 'FR06C154'       TO WRK-ERR-PROGRAMA.                 00133400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00133500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00133600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00133700
             MOVE WRK-FS-RUNCTL    TO WRK-ERR-STATUS(1:2).              00133800
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(3:2).              00133900
             MOVE WRK-FS-AGEMST    TO WRK-ERR-STATUS(5:2).              00134000
             MOVE WRK-FS-LATERAL   TO WRK-ERR-STATUS(7:2).              00134100
             MOVE WRK-FS-RELINTG   TO WRK-ERR-STATUS(9:2).              00134200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00134300
                                                                        00134400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00134500
                                                                        00134600
      *----------------------------------------------------------------*00134700
       9000-99-FIM.            EXIT.                                    00134800
      *----------------------------------------------------------------*00134900
