      *     CLIENTES ENTRE OS LIMITES INFERIOR E SUPERIOR. O TOTAL DE  *00000260
      *     CREDITOS E DEBITOS APLICADOS PASSA A SER ACUMULADO E       *00000270
      *     EXIBIDO COMO TOTAL DE CONTROLE NO FECHAMENTO DO JOB.       *00000280
      *     22/08/2022 JL - 2200-LER-CLI2505 PASSA A PINAR             *00000290
      *     FD-CLI2505-CHAVE EM HIGH-VALUES NO FIM DE ARQUIVO (COMO    *00000300
      *     2100-LER-MOV2505 JA FAZIA), SENAO O SALDO CONGELADO DO     *00000310
      *     ULTIMO CLIENTE FICAVA MENOR QUE A CHAVE DE MOVIMENTO E OS  *00000320
      *     MOVIMENTOS ORFAOS RESTANTES NUNCA CAIAM NO WHEN OTHER/     *00000330
      *     EXCECAO. O TOTAL DE CREDITOS MENOS DEBITOS PASSA TAMBEM A  *00000340
      *     SER CONFERIDO CONTRA O SALDO LIQUIDO REALMENTE APLICADO    *00000350
      *     NOS CLIENTES, SETANDO RETURN-CODE = 4 EM CASO DE           *00000360
      *     DIVERGENCIA.                                               *00000370
      *     23/08/2022 JL - NO FINAL DO JOB OS CONTADORES DE LIDOS/    *00000380
      *     GRAVADOS/EXCECAO+SUSPENSO PASSAM A SER ANEXADOS AO ARQUIVO *00000390
      *     DE CONTROLE DE RODADA (RUNCTL) ABERTO PELO FR06CB01, PARA  *00000400
      *     O RESUMO CONSOLIDADO DO FR06CB35.                          *00000410
      *     25/08/2022 JL - OS LIMITES DAS FAIXAS DE SALDO (MOV2505A/  *00000420
      *     B/C) DEIXAM DE SER LITERAIS E PASSAM A SER LIDOS DO        *00000430
      *     ARQUIVO CENTRAL DE PARAMETROS (PARAMS, PARAMETROS          *00000440
      *     SALDO-FAIXA-A E SALDO-FAIXA-B, VIGENCIA MAIS RECENTE NAO   *00000450
      *     POSTERIOR A DATA DO PROCESSAMENTO). OS VALORES USADOS SAO  *00000460
      *     IMPRESSOS NA SYSOUT PARA AUDITORIA; SEM ARQUIVO OU SEM O   *00000470
      *     PARAMETRO, VALEM OS PADROES 01000000 E 00100000.           *00000480
      *     26/08/2022 JL - 9000-TRATAR-ERRO PASSA A SER UM ADAPTADOR  *00000490
      *     DO MODULO COMUM TRTERRO (SEVERIDADE 'F': LOGA VIA GRVLOG,  *00000500
      *     SETA RETURN-CODE 12 E ENCERRA), PADRONIZANDO O TRATAMENTO  *00000510
      *     DE ERROS COM OS DEMAIS PROGRAMAS DA SUITE.                 *00000520
      *     30/08/2022 JL - CLI2505 E MOV2505 PASSAM A TRAZER          *00000530
      *     CABECALHO E TRAILER PADRAO (B#HDRTRL). O CABECALHO E       *00000540
      *     CONFERIDO CONTRA A DATA DE RODADA DO RUNCTL ANTES DE       *00000550
      *     QUALQUER GRAVACAO (ARQUIVO DE OUTRO DIA DERRUBA O JOB) E   *00000560
      *     O TRAILER (QTDE + HASH DE VALOR/SALDO) E CONFERIDO NO      *00000570
      *     FECHAMENTO CONTRA O QUE FOI REALMENTE LIDO.                *00000580
      *     05/09/2022 JL - PROGRAMA PASSA A SER RESTARTAVEL VIA       *00000590
      *     MODULO CKPTMOD: A CADA WRK-CKPT-INTERVALO ITERACOES DO     *00000600
      *     BALANCO A POSICAO E GRAVADA NO CKPTARQ. NO RESTART OS      *00000610
      *     DOIS ARQUIVOS DE ENTRADA SAO RELIDOS DO INICIO COM AS      *00000620
      *     GRAVACOES SUPRIMIDAS ATE A POSICAO SALVA (O REPROCESSO     *00000630
      *     DETERMINISTICO RESSINCRONIZA CLI2505 E MOV2505 E           *00000640
      *     RECONSTROI SALDOS E ACUMULADORES) E AS SAIDAS SAO          *00000650
      *     REABERTAS EM EXTEND. O CHECKPOINT E ZERADO NO FIM NORMAL.  *00000660
      *     06/09/2022 JL - ALEM DOS ARQUIVOS DE FAIXA, PASSA A GRAVAR *00000670
      *     O CADASTRO CONSOLIDADO DO PROXIMO DIA (CLIPROX) NO LAYOUT  *00000680
      *     EXATO DO CLI2505, COM TODOS OS CLIENTES E SALDO JA         *00000690
      *     ATUALIZADO, CABECALHO DATADO DO PROXIMO DIA UTIL (CALNDIA  *00000700
      *     FUNCAO 'P') E TRAILER COM QTDE/HASH. A CONFERENCIA         *00000710
      *     QTDE = CLIENTES LIDOS E SALDOS NOVOS = SALDOS ANTERIORES   *00000720
      *     + LIQUIDO APLICADO SETA RETURN-CODE 4 EM DIVERGENCIA.      *00000730
      *     08/09/2022 JL - MOV2505 PASSA AO LAYOUT B#MOV25 (LRECL 55) *00000740
      *     COM O TIPO 'T' DE TRANSFERENCIA E CONTRAPARTIDA            *00000750
      *     AGENCIA/CONTA. UMA PRE-PASSAGEM CARREGA AS CHAVES DO       *00000760
      *     CLI2505 E VALIDA CADA PAR DE TRANSFERENCIA; PARES COM      *00000770
      *     ORIGEM OU CONTRAPARTIDA INEXISTENTE VAO INTEIROS PARA O    *00000780
      *     SUSPENSO, E OS VALIDOS SAO EFETIVADOS ATOMICAMENTE         *00000790
      *     (DEBITO NA ORIGEM NO MATCH, CREDITO NA CONTRAPARTIDA       *00000800
      *     QUANDO O BALANCO CHEGA NELA). AS TRANSFERENCIAS GANHAM     *00000810
      *     LINHA PROPRIA NOS TOTAIS DE CONTROLE. EXCECAO E SUSPENSO   *00000820
      *     PASSAM A LRECL 55.                                         *00000830
      *     09/09/2022 JL - MOV2505 GANHA A DATA DO MOVIMENTO          *00000840
      *     (FD-MOV-DATA, LRECL 63) E O CLI2505 PASSA AO LAYOUT        *00000850
      *     B#CLI25 (LRECL 54) COM A DATA DO ULTIMO MOVIMENTO POR      *00000860
      *     CONTA (FD-CLI2505-ULT-MOVTO), ATUALIZADA AQUI A CADA       *00000870
      *     MOVIMENTO APLICADO E PROPAGADA NO CLIPROX, PARA O          *00000880
      *     RELATORIO MENSAL DE CONTAS DORMENTES (FR06CB46). EXCECAO   *00000890
      *     E SUSPENSO PASSAM A LRECL 63 E AS FAIXAS MOV2505A/B/C A    *00000900
      *     LRECL 54.                                                  *00000910
      *     02/09/2026 JL - DEBITOS PASSAM A SER CONFERIDOS CONTRA O   *00000920
      *     LIMITE DE CHEQUE ESPECIAL DA CONTA: O CADASTRO DE LIMITES  *00000930
      *     (LIMITES, CHAVE AGENCIA+CONTA + LIMITE APROVADO) E         *00000940
      *     CARREGADO NO 1000-INICIAR JUNTO COM OS PARAMETROS; UM      *00000950
      *     DEBITO E HONRADO SE O SALDO RESULTANTE NAO FICAR ALEM DO   *00000960
      *     LIMITE DA PROPRIA CONTA (CONTAS SEM REGISTRO USAM O        *00000970
      *     PARAMETRO GLOBAL LIMITE-GLOBAL DO PARAMS, PADRAO ZEROS).   *00000980
      *     DEBITO ALEM DO LIMITE VAI PARA O SUSPENSO.                 *00000990
      *     03/09/2026 JL - COMO O SALDO DO B#CLI25 E SEM SINAL, O      *00001000
      *     DEBITO QUE EXCEDE O SALDO DISPONIVEL TAMBEM VAI PARA O      *00001010
      *     SUSPENSO ('DEBITO SEM SALDO DISPONIVEL'), QUALQUER QUE      *00001020
      *     SEJA O LIMITE APROVADO: O LIMITE SEGUE VALIDADO COMO TETO,  *00001030
      *     MAS O MESTRE NAO CARREGA SALDO NEGATIVO. NO MESMO AJUSTE,   *00001040
      *     O MODO DE RECUPERACAO PASSA A GRAVAR DE FATO AS LINHAS      *00001050
      *     TIPO '4' DO RUNCTL (UMA POR DIA APLICADO) E OS TOTAIS DO    *00001060
      *     TIPO '3' SOBEM PARA 9(09)V99, ACOMPANHANDO OS               *00001070
      *     ACUMULADORES.                                               *00001080
      *     03/09/2026 JL - A PERNA DE DEBITO DA TRANSFERENCIA ('T')    *00001090
      *     PASSA PELAS MESMAS GUARDAS DO DEBITO 'D' (CONTA INATIVA,    *00001100
      *     LIMITE APROVADO E SALDO DISPONIVEL); A RECUSA MARCA O PAR   *00001110
      *     COM 'R' E A PERNA DE CREDITO TAMBEM NAO E LANCADA.          *00001120
      *     03/09/2026 JL - AS GUARDAS DA TRANSFERENCIA SOBEM PARA A    *00001130
      *     PRE-PASSAGEM (1930), DECIDINDO O PAR ANTES DE QUALQUER      *00001140
      *     PERNA SER LANCADA - SEM ISSO, QUANDO A CONTRAPARTIDA        *00001150
      *     ORDENA ANTES DA ORIGEM O CREDITO SAIA NO CLIPROX E A        *00001160
      *     RECUSA POSTERIOR DO DEBITO CRIAVA DINHEIRO. NO DEBITO SO    *00001170
      *     RESTA O ESGOTAMENTO DO SALDO PELA PROPRIA NOITE: SUSPENDE   *00001180
      *     O PAR SE O CREDITO AINDA NAO SAIU, OU ABORTA (FATAL) SE A   *00001190
      *     CONTRAPARTIDA JA FOI GRAVADA.                               *00001200
      *     02/09/2026 JL - CONTAS COM BLOQUEIO JUDICIAL/ADMINISTRA-   *00001210
      *     TIVO (ARQUIVO BLOQUEIO, LAYOUT B#BLOQ, MANTIDO PELO        *00001220
      *     FR06CB54): OS BLOQUEIOS VIGENTES NA DATA DA RODADA SAO     *00001230
      *     CARREGADOS NO 1000-INICIAR; DEBITOS E PERNAS DE            *00001240
      *     TRANSFERENCIA DE CONTA BLOQUEADA VAO PARA O SUSPENSO COM   *00001250
      *     MOTIVO PROPRIO, CREDITOS CONTINUAM SENDO APLICADOS. O      *00001260
      *     TOTAL DE MOVIMENTOS RETIDOS POR BLOQUEIO SAI NO RESUMO DE  *00001270
      *     FECHAMENTO DO JOB.                                         *00001280
      *     02/09/2026 JL - CONTAS INATIVAS (ARQUIVO SITCONTA, LAYOUT  *00001290
      *     B#SITCTA, MARCADO PELO FR06CB56): DEBITO EM CONTA INATIVA  *00001300
      *     VAI PARA O SUSPENSO COM MOTIVO PROPRIO; CREDITO APLICADO   *00001310
      *     REATIVA A CONTA DENTRO DA PROPRIA RODADA. CONTADORES DE    *00001320
      *     RETIDOS POR INATIVIDADE E DE REATIVACOES NO RESUMO.        *00001330
      *     02/09/2026 JL - ALEM DO TIPO '2', O FECHAMENTO PASSA A     *00001340
      *     ANEXAR AO RUNCTL UM REGISTRO TIPO '3' COM OS TOTAIS DE     *00001350
      *     VALOR APLICADOS (CREDITOS, DEBITOS E TRANSFERENCIAS),      *00001360
      *     CONFERIDOS PELO RELATORIO DE POSICAO DE TESOURARIA         *00001370
      *     (FR06CB63).                                                *00001380
      *     02/09/2026 JL - MODO DE RECUPERACAO (CARTAO SYSIN COM 'R'  *00001390
      *     NA COLUNA 1): APLICA DE UMA SO VEZ O MOVIMENTO DE VARIOS   *00001400
      *     DIAS CONSOLIDADO PELO FR06CB65 (ORDENADO POR CHAVE+DATA,   *00001410
      *     O QUE GARANTE A APLICACAO EM ORDEM DE DATA E O             *00001420
      *     FD-CLI2505-ULT-MOVTO CORRETO), RELAXA A CONFERENCIA DE     *00001430
      *     DATA DO CABECALHO (CADASTRO DO PRIMEIRO DIA PERDIDO) PARA  *00001440
      *     AVISO E ANEXA AO RUNCTL UMA LINHA TIPO '4' DE CONTADORES   *00001450
      *     POR DIA DE MOVIMENTO APLICADO. GERA UM UNICO CLIPROX.      *00001460
      *     02/09/2026 JL - MODO DE SIMULACAO (CARTAO SYSIN COM 'S'    *00001470
      *     NA COLUNA 1): EXECUTA TODO O CASAMENTO E O BALANCO CONTRA  *00001480
      *     O CLI2505 SEM GRAVAR CLIPROX, FAIXAS, EXCECAO OU           *00001490
      *     SUSPENSO, E GERA O RELATORIO DE IMPACTO (RELSIMU) COM O    *00001500
      *     SALDO RESULTANTE POR CONTA E AS REJEICOES QUE             *00001510
      *     ACONTECERIAM, COM O MOTIVO - PARA A AGENCIA VALIDAR O     *00001520
      *     ARQUIVO A TARDE, ANTES DO CORTE. CHECKPOINT E RUNCTL NAO  *00001530
      *     SAO TOCADOS NA SIMULACAO.                                 *00001540
      *     02/09/2026 JL - CADEIA BANCARIA COM CENTAVOS: CLI2505      *00001550
      *     (LRECL 56) E MOV2505 (LRECL 65) PASSAM A DUAS CASAS        *00001560
      *     DECIMAIS; O HASH DO TRAILER E DOS TOTAIS TIPO '3' PASSA A  *00001570
      *     CENTAVOS E O CABECALHO GANHA A MARCA DE VERSAO '02'        *00001580
      *     (B#HDRTRL) - ARQUIVO EM LAYOUT ANTIGO DERRUBA O JOB        *00001590
      *     (CONVERTER COM O FR06CB66). FAIXAS E SAIDAS ACOMPANHAM     *00001600
      *     (LRECL 56/65).                                             *00001610
      *     02/09/2026 JL - A AGENCIA DO MOVIMENTO PASSA A SER         *00001620
      *     VALIDADA CONTRA O CADASTRO DE AGENCIAS (AGEMST, LAYOUT     *00001630
      *     B#AGEMST, MANTIDO PELO FR06CB67): MOVIMENTO DE AGENCIA     *00001640
      *     INEXISTENTE OU INATIVA VAI PARA O SUSPENSO. SEM O          *00001650
      *     ARQUIVO, A VALIDACAO E PULADA COM AVISO.                   *00001660
      *     15/10/2026 JL - NOVO TIPO DE MOVIMENTO 'E' (ESTORNO), QUE  *00001670
      *     ANULA UM 'C'/'D' APLICADO EM NOITE ANTERIOR. A DESCRICAO   *00001680
      *     TRAZ A REFERENCIA DO ORIGINAL (TIPO, DATA E SEQUENCIAL NA  *00001690
      *     CONTA+DATA - FD-MOV-ESTORNO DO B#MOV25). NA PRE-PASSAGEM   *00001700
      *     OS ESTORNOS SAO CONFERIDOS CONTRA O ARQUIVO MORTO          *00001710
      *     (HISTMOV): O ORIGINAL TEM DE EXISTIR, TER O MESMO TIPO E   *00001720
      *     VALOR E NAO TER SIDO ESTORNADO ANTES (NEM NA PROPRIA       *00001730
      *     RODADA). ESTORNO VALIDO APLICA O EFEITO CONTRARIO          *00001740
      *     (ESTORNO DE CREDITO DEBITA, SUJEITO AO SALDO DISPONIVEL;   *00001750
      *     ESTORNO DE DEBITO CREDITA); O RECUSADO VAI PARA O SUSPENSO *00001760
      *     COM O MOTIVO. TODOS SAEM NO REGISTRO DE ESTORNOS           *00001770
      *     (RELESTOR) PARA A RETAGUARDA. SEM O HISTMOV, TODO ESTORNO  *00001780
      *     E RECUSADO.                                                *00001790
      *     15/10/2026 JL - DEBITO DE CHEQUE (DESCRICAO                *00001800
      *     FD-MOV-CHEQUE, GERADO PELO FR06C106) SEM SALDO DISPONIVEL  *00001810
      *     OU ALEM DO LIMITE NAO VAI MAIS PARA O SUSPENSO: E          *00001820
      *     DEVOLVIDO NO NOVO ARQUIVO DEVCHQ (LAYOUT B#CHQDV,          *00001830
      *     ORIGEM 'S') COM MOTIVO '11' NA 1A APRESENTACAO OU          *00001840
      *     '12' NA 2A. O DEVCHQ VOLTA AO FR06C106 NA NOITE            *00001850
      *     SEGUINTE PARA BAIXAR A FOLHA NO CADASTRO DE TALOES E       *00001860
      *     ENTRA NO RUNCTL COMO EXCECAO.                              *00001870
      *     15/10/2026 JL - TODO DEBITO RECUSADO POR SALDO OU LIMITE   *00001880
      *     (SUSPENSO OU CHEQUE DEVOLVIDO) GRAVA UM EVENTO 'SI' NO     *00001890
      *     NOVO ARQUIVO NOTIFEV (LAYOUT B#NOTEV), QUE O FR06C113      *00001900
      *     REUNE AOS DEMAIS EVENTOS DO DIA PARA NOTIFICAR O CLIENTE.  *00001910
      *                                                                *00001920
      *================================================================*00001930
       ENVIRONMENT                     DIVISION.                        00001940
      *================================================================*00001950
                                                                        00001960
      *----------------------------------------------------------------*00001970
       CONFIGURATION                   SECTION.                         00001980
      *----------------------------------------------------------------*00001990
                                                                        00002000
       SPECIAL-NAMES.                                                   00002010
           DECIMAL-POINT IS COMMA.                                      00002020
                                                                        00002030
      *----------------------------------------------------------------*00002040
       INPUT-OUTPUT                    SECTION.                         00002050
      *----------------------------------------------------------------*00002060
                                                                        00002070
       FILE-CONTROL.                                                    00002080
            SELECT CLI2505  ASSIGN     TO CLI2505                       00002090
            FILE STATUS                IS WRK-FS-CLI2505.               00002100
                                                                        00002110
            SELECT MOV2505  ASSIGN     TO MOV2505                       00002120
            FILE STATUS                IS WRK-FS-MOV2505.               00002130
                                                                        00002140
            SELECT MOV2505A  ASSIGN    TO MOV2505A                      00002150
            FILE STATUS                IS WRK-FS-MOV2505A.              00002160
                                                                        00002170
            SELECT MOV2505B  ASSIGN    TO MOV2505B                      00002180
            FILE STATUS                IS WRK-FS-MOV2505B.              00002190
                                                                        00002200
            SELECT MOV2505C  ASSIGN    TO MOV2505C                      00002210
            FILE STATUS                IS WRK-FS-MOV2505C.              00002220
                                                                        00002230
            SELECT EXCECAO   ASSIGN    TO EXCECAO                       00002240
            FILE STATUS                IS WRK-FS-EXCECAO.               00002250
                                                                        00002260
            SELECT SUSPENSO  ASSIGN    TO SUSPENSO                      00002270
            FILE STATUS                IS WRK-FS-SUSPENSO.              00002280
                                                                        00002290
            SELECT RUNCTL    ASSIGN    TO RUNCTL                        00002300
            FILE STATUS                IS WRK-FS-RUNCTL.                00002310
                                                                        00002320
            SELECT PARAMS    ASSIGN    TO PARAMS                        00002330
            FILE STATUS                IS WRK-FS-PARAMS.                00002340
                                                                        00002350
            SELECT CLIPROX   ASSIGN    TO CLIPROX                       00002360
            FILE STATUS                IS WRK-FS-CLIPROX.               00002370
                                                                        00002380
            SELECT LIMITES   ASSIGN    TO LIMITES                       00002390
            FILE STATUS                IS WRK-FS-LIMITES.               00002400
                                                                        00002410
            SELECT BLOQUEIO  ASSIGN    TO BLOQUEIO                      00002420
            FILE STATUS                IS WRK-FS-BLOQUEIO.              00002430
                                                                        00002440
            SELECT SITCONTA  ASSIGN    TO SITCONTA                      00002450
            FILE STATUS                IS WRK-FS-SITCONTA.              00002460
                                                                        00002470
            SELECT RELSIMU   ASSIGN    TO RELSIMU                       00002480
            FILE STATUS                IS WRK-FS-RELSIMU.               00002490
                                                                        00002500
            SELECT AGEMST    ASSIGN    TO AGEMST                        00002510
            FILE STATUS                IS WRK-FS-AGEMST.                00002520
                                                                        00002530
            SELECT HISTMOV   ASSIGN    TO HISTMOV                       00002540
            FILE STATUS                IS WRK-FS-HISTMOV.               00002550
                                                                        00002560
            SELECT RELESTOR  ASSIGN    TO RELESTOR                      00002570
            FILE STATUS                IS WRK-FS-RELESTOR.              00002580
                                                                        00002590
            SELECT DEVCHQ    ASSIGN    TO DEVCHQ                        00002600
            FILE STATUS                IS WRK-FS-DEVCHQ.                00002610
                                                                        00002620
            SELECT NOTIFEV   ASSIGN    TO NOTIFEV                       00002630
            FILE STATUS                IS WRK-FS-NOTIFEV.               00002640
                                                                        00002650
      *================================================================*00002660
       DATA                            DIVISION.                        00002670
      *================================================================*00002680
                                                                        00002690
      *----------------------------------------------------------------*00002700
       FILE                            SECTION.                         00002710
      *----------------------------------------------------------------*00002720
                                                                        00002730
      *----------------------------------------------------------------*00002740
      *   INPUT - DADOS DO ARQUIVO DE ENTRADA (CLI2505)                *00002750
      *                                    LRECL = 56 (B#CLI25)        *00002760
      *----------------------------------------------------------------*00002770
                                                                        00002780
       FD   CLI2505                                                     00002790
            RECORDING MODE IS F                                         00002800
            LABEL RECORD IS STANDARD                                    00002810
            BLOCK CONTAINS 0 RECORDS.                                   00002820
                                                                        00002830
                                                                        00002840
       COPY 'B#CLI25'.                                                  00002850
                                                                        00002860
      *----------------------------------------------------------------*00002870
      *   INPUT - DADOS DO ARQUIVO DE ENTRADA (MOV2505)                *00002880
      *                                    LRECL = 65 (B#MOV25)        *00002890
      *----------------------------------------------------------------*00002900
                                                                        00002910
                                                                        00002920
       FD   MOV2505                                                     00002930
            RECORDING MODE IS F                                         00002940
            LABEL RECORD IS STANDARD                                    00002950
            BLOCK CONTAINS 0 RECORDS.                                   00002960
                                                                        00002970
       COPY 'B#MOV25'.                                                  00002980
                                                                        00002990
      *----------------------------------------------------------------*00003000
      *   INPUT - DADOS DO ARQUIVO DE SAIDA (MOV2505A)                 *00003010
      *                                    LRECL = 56                  *00003020
      *----------------------------------------------------------------*00003030
                                                                        00003040
       FD   MOV2505A                                                    00003050
            RECORDING MODE IS F                                         00003060
            LABEL RECORD IS STANDARD                                    00003070
            BLOCK CONTAINS 0 RECORDS.                                   00003080
                                                                        00003090
                                                                        00003100
       01 FD-MOV2505A                  PIC X(56).                       00003110
                                                                        00003120
      *----------------------------------------------------------------*00003130
      *   INPUT - DADOS DO ARQUIVO DE SAIDA (MOV2505B)                 *00003140
      *                                    LRECL = 56                  *00003150
      *----------------------------------------------------------------*00003160
                                                                        00003170
       FD   MOV2505B                                                    00003180
            RECORDING MODE IS F                                         00003190
            LABEL RECORD IS STANDARD                                    00003200
            BLOCK CONTAINS 0 RECORDS.                                   00003210
                                                                        00003220
       01 FD-MOV2505B                  PIC X(56).                       00003230
                                                                        00003240
      *----------------------------------------------------------------*00003250
      *   INPUT - DADOS DO ARQUIVO DE SAIDA (MOV2505C)                 *00003260
      *                                    LRECL = 56                  *00003270
      *----------------------------------------------------------------*00003280
                                                                        00003290
       FD  MOV2505C                                                     00003300
           RECORDING MODE IS F                                          00003310
           LABEL RECORD IS STANDARD                                     00003320
           BLOCK CONTAINS 0 RECORDS.                                    00003330
                                                                        00003340
                                                                        00003350
       01 FD-MOV2505C                  PIC X(56).                       00003360
                                                                        00003370
      *----------------------------------------------------------------*00003380
      *   OUTPUT - MOVIMENTOS SEM CLIENTE CORRESPONDENTE (EXCECAO)     *00003390
      *                                    LRECL = 65                  *00003400
      *----------------------------------------------------------------*00003410
                                                                        00003420
       FD  EXCECAO                                                      00003430
           RECORDING MODE IS F                                          00003440
           LABEL RECORD IS STANDARD                                     00003450
           BLOCK CONTAINS 0 RECORDS.                                    00003460
                                                                        00003470
       01 FD-EXCECAO                   PIC X(65).                       00003480
                                                                        00003490
      *----------------------------------------------------------------*00003500
      *   OUTPUT - MOVIMENTOS COM FD-TIPOMOV INVALIDO (SUSPENSO)       *00003510
      *                                    LRECL = 65                  *00003520
      *----------------------------------------------------------------*00003530
                                                                        00003540
       FD  SUSPENSO                                                     00003550
           RECORDING MODE IS F                                          00003560
           LABEL RECORD IS STANDARD                                     00003570
           BLOCK CONTAINS 0 RECORDS.                                    00003580
                                                                        00003590
       01 FD-SUSPENSO                  PIC X(65).                       00003600
                                                                        00003610
      *----------------------------------------------------------------*00003620
      *   OUTPUT - CONTROLE DE RODADA DA SUITE (RUNCTL)                 *00003630
      *                                    LRECL = 80                   *00003640
      *----------------------------------------------------------------*00003650
                                                                        00003660
       FD  RUNCTL                                                       00003670
           RECORDING MODE IS F                                          00003680
           LABEL RECORD IS STANDARD                                     00003690
           BLOCK CONTAINS 0 RECORDS.                                    00003700
                                                                        00003710
       01 FD-RUNCTL                    PIC X(80).                       00003720
                                                                        00003730
      *----------------------------------------------------------------*00003740
      *   INPUT - PARAMETROS DE NEGOCIO (PARAMS)                        *00003750
      *                                    LRECL = 50                   *00003760
      *----------------------------------------------------------------*00003770
                                                                        00003780
       FD  PARAMS                                                       00003790
           RECORDING MODE IS F                                          00003800
           LABEL RECORD IS STANDARD                                     00003810
           BLOCK CONTAINS 0 RECORDS.                                    00003820
                                                                        00003830
       01 FD-PARAMS                    PIC X(50).                       00003840
                                                                        00003850
      *----------------------------------------------------------------*00003860
      *   OUTPUT - CADASTRO DO PROXIMO DIA (CLIPROX)                    *00003870
      *                                    LRECL = 56 (B#CLI25)         *00003880
      *----------------------------------------------------------------*00003890
                                                                        00003900
       FD  CLIPROX                                                      00003910
           RECORDING MODE IS F                                          00003920
           LABEL RECORD IS STANDARD                                     00003930
           BLOCK CONTAINS 0 RECORDS.                                    00003940
                                                                        00003950
       01 FD-CLIPROX                   PIC X(56).                       00003960
                                                                        00003970
      *----------------------------------------------------------------*00003980
      *   INPUT - LIMITES DE CHEQUE ESPECIAL POR CONTA (LIMITES)        *00003990
      *                                    LRECL = 80                   *00004000
      *----------------------------------------------------------------*00004010
                                                                        00004020
       FD  LIMITES                                                      00004030
           RECORDING MODE IS F                                          00004040
           LABEL RECORD IS STANDARD                                     00004050
           BLOCK CONTAINS 0 RECORDS.                                    00004060
                                                                        00004070
       01 FD-LIMITES.                                                   00004080
          05 FD-LIM-CHAVE.                                              00004090
             10 FD-LIM-AGENCIA         PIC X(04).                       00004100
             10 FD-LIM-CONTA           PIC X(04).                       00004110
          05 FD-LIM-VALOR              PIC 9(08).                       00004120
          05 FILLER                    PIC X(64).                       00004130
                                                                        00004140
      *----------------------------------------------------------------*00004150
      *   INPUT - BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (BLOQUEIO)        *00004160
      *                                    LRECL = 80 (B#BLOQ)          *00004170
      *----------------------------------------------------------------*00004180
                                                                        00004190
       FD  BLOQUEIO                                                     00004200
           RECORDING MODE IS F                                          00004210
           LABEL RECORD IS STANDARD                                     00004220
           BLOCK CONTAINS 0 RECORDS.                                    00004230
                                                                        00004240
       01 FD-BLOQUEIO                  PIC X(80).                       00004250
                                                                        00004260
      *----------------------------------------------------------------*00004270
      *   INPUT - SITUACAO DE CONTA (SITCONTA)                          *00004280
      *                                    LRECL = 80 (B#SITCTA)        *00004290
      *----------------------------------------------------------------*00004300
                                                                        00004310
       FD  SITCONTA                                                     00004320
           RECORDING MODE IS F                                          00004330
           LABEL RECORD IS STANDARD                                     00004340
           BLOCK CONTAINS 0 RECORDS.                                    00004350
                                                                        00004360
       01 FD-SITCONTA                  PIC X(80).                       00004370
                                                                        00004380
      *----------------------------------------------------------------*00004390
      *   OUTPUT - RELATORIO DE IMPACTO DA SIMULACAO (RELSIMU)          *00004400
      *                                    LRECL = 80                   *00004410
      *----------------------------------------------------------------*00004420
                                                                        00004430
       FD  RELSIMU                                                      00004440
           RECORDING MODE IS F                                          00004450
           LABEL RECORD IS STANDARD                                     00004460
           BLOCK CONTAINS 0 RECORDS.                                    00004470
                                                                        00004480
       01 FD-RELSIMU                   PIC X(80).                       00004490
                                                                        00004500
      *----------------------------------------------------------------*00004510
      *   INPUT - CADASTRO DE AGENCIAS (AGEMST)                         *00004520
      *                                    LRECL = 80 (B#AGEMST)        *00004530
      *----------------------------------------------------------------*00004540
                                                                        00004550
       FD  AGEMST                                                       00004560
           RECORDING MODE IS F                                          00004570
           LABEL RECORD IS STANDARD                                     00004580
           BLOCK CONTAINS 0 RECORDS.                                    00004590
                                                                        00004600
       01 FD-AGEMST                    PIC X(80).                       00004610
                                                                        00004620
      *----------------------------------------------------------------*00004630
      *   INPUT - ARQUIVO MORTO DE MOVIMENTOS (HISTMOV)                *00004640
      *                                    LRECL = 80 (B#HISTM)        *00004650
      *----------------------------------------------------------------*00004660
                                                                        00004670
       FD  HISTMOV                                                      00004680
           RECORDING MODE IS F                                          00004690
           LABEL RECORD IS STANDARD                                     00004700
           BLOCK CONTAINS 0 RECORDS.                                    00004710
                                                                        00004720
       01 FD-HISTMOV                   PIC X(80).                       00004730
                                                                        00004740
      *----------------------------------------------------------------*00004750
      *   OUTPUT - REGISTRO DE ESTORNOS DA RETAGUARDA (RELESTOR)       *00004760
      *                                    LRECL = 80                  *00004770
      *----------------------------------------------------------------*00004780
                                                                        00004790
       FD  RELESTOR                                                     00004800
           RECORDING MODE IS F                                          00004810
           LABEL RECORD IS STANDARD                                     00004820
           BLOCK CONTAINS 0 RECORDS.                                    00004830
                                                                        00004840
       01 FD-RELESTOR                  PIC X(80).                       00004850
                                                                        00004860
      *----------------------------------------------------------------*00004870
      *   OUTPUT - CHEQUES DEVOLVIDOS SEM FUNDOS (DEVCHQ)              *00004880
      *                                    LRECL = 80                  *00004890
      *----------------------------------------------------------------*00004900
                                                                        00004910
       FD  DEVCHQ                                                       00004920
           RECORDING MODE IS F                                          00004930
           LABEL RECORD IS STANDARD                                     00004940
           BLOCK CONTAINS 0 RECORDS.                                    00004950
                                                                        00004960
       01 FD-DEVCHQ                    PIC X(80).                       00004970
                                                                        00004980
      *----------------------------------------------------------------*00004990
      *   OUTPUT - EVENTOS A NOTIFICAR AO CLIENTE (NOTIFEV)            *00005000
      *                                    LRECL = 50                  *00005010
      *----------------------------------------------------------------*00005020
                                                                        00005030
       FD  NOTIFEV                                                      00005040
           RECORDING MODE IS F                                          00005050
           LABEL RECORD IS STANDARD                                     00005060
           BLOCK CONTAINS 0 RECORDS.                                    00005070
                                                                        00005080
       01 FD-NOTIFEV                   PIC X(50).                       00005090
                                                                        00005100
      *----------------------------------------------------------------*00005110
       WORKING-STORAGE                 SECTION.                         00005120
      *----------------------------------------------------------------*00005130
                                                                        00005140
      *----------------------------------------------------------------*00005150
       01 FILLER                       PIC X(050)  VALUE                00005160
           '*** INICIO DA WORKING FR06EX03 ***'.                        00005170
      *----------------------------------------------------------------*00005180
                                                                        00005190
      *----------------------------------------------------------------*00005200
       01 FILLER                       PIC X(050)  VALUE                00005210
           '*** AREA DO ARQUIVO LOGERROS ***'.                          00005220
      *----------------------------------------------------------------*00005230
                                                                        00005240
                                                                        00005250
       COPY '#GRVLOG2'.                                                 00005260
                                                                        00005270
                                                                        00005280
                                                                        00005290
      *----------------------------------------------------------------*00005300
       01 FILLER                       PIC X(050)  VALUE                00005310
           '*** AREA DO MODULO TRTERRO ***'.                            00005320
      *----------------------------------------------------------------*00005330
                                                                        00005340
       COPY '#TRTERRO'.                                                 00005350
                                                                        00005360
                                                                        00005370
      *----------------------------------------------------------------*00005380
       01 FILLER                       PIC X(050)  VALUE                00005390
           '*** AREA DE VARIAVEIS DE FILE-STATUS ***'.                  00005400
      *----------------------------------------------------------------*00005410
                                                                        00005420
       77 WRK-FS-CLI2505               PIC 9(02) VALUE ZEROS.           00005430
       77 WRK-FS-MOV2505               PIC 9(02) VALUE ZEROS.           00005440
       77 WRK-FS-MOV2505A              PIC 9(02) VALUE ZEROS.           00005450
       77 WRK-FS-MOV2505B              PIC 9(02) VALUE ZEROS.           00005460
       77 WRK-FS-MOV2505C              PIC 9(02) VALUE ZEROS.           00005470
       77 WRK-FS-EXCECAO               PIC 9(02) VALUE ZEROS.           00005480
       77 WRK-FS-SUSPENSO              PIC 9(02) VALUE ZEROS.           00005490
       77 WRK-FS-RUNCTL                PIC 9(02) VALUE ZEROS.           00005500
                                                                        00005510
      *----------------------------------------------------------------*00005520
       01 FILLER                       PIC X(050)  VALUE                00005530
           '*** AREA DE CHEQUES DEVOLVIDOS ***'.                        00005540
      *----------------------------------------------------------------*00005550
                                                                        00005560
       COPY 'B#CHQDV'.                                                  00005570
                                                                        00005580
       77 WRK-FS-DEVCHQ                PIC 9(02) VALUE ZEROS.           00005590
       77 WRK-ACU-CHQ-DEVOLV           PIC 9(07) VALUE ZEROS.           00005600
                                                                        00005610
      *----------------------------------------------------------------*00005620
       01 FILLER                       PIC X(050)  VALUE                00005630
           '*** AREA DE EVENTOS A NOTIFICAR ***'.                       00005640
      *----------------------------------------------------------------*00005650
                                                                        00005660
       COPY 'B#NOTEV'.                                                  00005670
                                                                        00005680
       77 WRK-FS-NOTIFEV               PIC 9(02) VALUE ZEROS.           00005690
       77 WRK-ACU-NOTIF-SALDO          PIC 9(07) VALUE ZEROS.           00005700
                                                                        00005710
      *----------------------------------------------------------------*00005720
       01 FILLER                       PIC X(050)  VALUE                00005730
           '*** AREA DO CONTROLE DE RODADA ***'.                        00005740
      *----------------------------------------------------------------*00005750
                                                                        00005760
       COPY 'B#RUNCTL'.                                                 00005770
                                                                        00005780
       01 WRK-HORA-PASSO.                                               00005790
          05 WRK-HORA-PASSO-INI        PIC 9(06) VALUE ZEROS.           00005800
          05 WRK-HORA-PASSO-FIM        PIC 9(06) VALUE ZEROS.           00005810
       01 WRK-HORA-ACCEPT.                                              00005820
          05 WRK-HORA-ACC-HHMMSS       PIC 9(06).                       00005830
          05 WRK-HORA-ACC-CC           PIC 9(02).                       00005840
                                                                        00005850
      *----------------------------------------------------------------*00005860
       01 FILLER                       PIC X(050)  VALUE                00005870
           '*** AREA DO ARQUIVO DE PARAMETROS ***'.                     00005880
      *----------------------------------------------------------------*00005890
                                                                        00005900
       COPY 'B#PARAM'.                                                  00005910
                                                                        00005920
       77 WRK-FS-PARAMS                PIC 9(02) VALUE ZEROS.           00005930
       77 WRK-DATA-CORTE               PIC 9(08) VALUE ZEROS.           00005940
       77 WRK-LIM-FAIXA-A              PIC 9(08) VALUE 01000000.        00005950
       77 WRK-LIM-FAIXA-B              PIC 9(08) VALUE 00100000.        00005960
       77 WRK-VIG-FAIXA-A              PIC 9(08) VALUE ZEROS.           00005970
       77 WRK-VIG-FAIXA-B              PIC 9(08) VALUE ZEROS.           00005980
       77 WRK-LIMITE-GLOBAL            PIC 9(08) VALUE ZEROS.           00005990
       77 WRK-VIG-LIM-GLOBAL           PIC 9(08) VALUE ZEROS.           00006000
                                                                        00006010
      *----------------------------------------------------------------*00006020
       01 FILLER                       PIC X(050)  VALUE                00006030
           '*** AREA DE LIMITES DE CHEQUE ESPECIAL ***'.                00006040
      *----------------------------------------------------------------*00006050
                                                                        00006060
       77 WRK-FS-LIMITES               PIC 9(02) VALUE ZEROS.           00006070
                                                                        00006080
       01 WRK-TAB-LIMITES.                                              00006090
          05 WRK-TAB-LIM-ITEM          OCCURS 1000 TIMES.               00006100
             10 WRK-TBL-CHAVE          PIC X(08).                       00006110
             10 WRK-TBL-LIMITE         PIC 9(08).                       00006120
                                                                        00006130
       77 WRK-QT-LIMITES               PIC 9(04) VALUE ZEROS.           00006140
       77 WRK-IDX-LIM                  PIC 9(04) VALUE ZEROS.           00006150
       77 WRK-ACHOU-LIMITE             PIC X(01) VALUE 'N'.             00006160
       77 WRK-LIMITE-CONTA             PIC 9(08) VALUE ZEROS.           00006170
       77 WRK-SALDO-RESULTANTE         PIC S9(09)V99 VALUE ZEROS.       00006180
                                                                        00006190
      *----------------------------------------------------------------*00006200
       01 FILLER                       PIC X(050)  VALUE                00006210
           '*** AREA DE BLOQUEIOS DE CONTA (B#BLOQ) ***'.               00006220
      *----------------------------------------------------------------*00006230
                                                                        00006240
       COPY 'B#BLOQ'.                                                   00006250
                                                                        00006260
       77 WRK-FS-BLOQUEIO              PIC 9(02) VALUE ZEROS.           00006270
                                                                        00006280
       01 WRK-TAB-BLOQUEIOS.                                            00006290
          05 WRK-TAB-BLQ-ITEM          OCCURS 500 TIMES.                00006300
             10 WRK-TBQ-CHAVE          PIC X(08).                       00006310
                                                                        00006320
       77 WRK-QT-BLOQUEIOS             PIC 9(04) VALUE ZEROS.           00006330
       77 WRK-IDX-BLQ                  PIC 9(04) VALUE ZEROS.           00006340
       77 WRK-CONTA-BLOQUEADA          PIC X(01) VALUE 'N'.             00006350
       77 WRK-CHAVE-BLQ                PIC X(08) VALUE SPACES.          00006360
       77 WRK-ACU-RETIDOS-BLQ          PIC 9(07) VALUE ZEROS.           00006370
                                                                        00006380
      *----------------------------------------------------------------*00006390
       01 FILLER                       PIC X(050)  VALUE                00006400
           '*** AREA DE CONTAS INATIVAS (B#SITCTA) ***'.                00006410
      *----------------------------------------------------------------*00006420
                                                                        00006430
       COPY 'B#SITCTA'.                                                 00006440
                                                                        00006450
       77 WRK-FS-SITCONTA              PIC 9(02) VALUE ZEROS.           00006460
                                                                        00006470
       01 WRK-TAB-INATIVAS.                                             00006480
          05 WRK-TAB-INA-ITEM          OCCURS 1000 TIMES.               00006490
             10 WRK-INA-CHAVE          PIC X(08).                       00006500
                                                                        00006510
       77 WRK-QT-INATIVAS              PIC 9(04) VALUE ZEROS.           00006520
       77 WRK-IDX-INA                  PIC 9(04) VALUE ZEROS.           00006530
       77 WRK-CONTA-INATIVA            PIC X(01) VALUE 'N'.             00006540
       77 WRK-ACU-RETIDOS-INA          PIC 9(07) VALUE ZEROS.           00006550
       77 WRK-ACU-REATIVADAS           PIC 9(07) VALUE ZEROS.           00006560
                                                                        00006570
      *----------------------------------------------------------------*00006580
       01 FILLER                       PIC X(050)  VALUE                00006590
           '*** AREA DO CADASTRO DE AGENCIAS (B#AGEMST) ***'.           00006600
      *----------------------------------------------------------------*00006610
                                                                        00006620
       COPY 'B#AGEMST'.                                                 00006630
                                                                        00006640
       77 WRK-FS-AGEMST                PIC 9(02) VALUE ZEROS.           00006650
       77 WRK-VALIDA-AGENCIA           PIC X(01) VALUE 'N'.             00006660
                                                                        00006670
       01 WRK-TAB-AGATIVAS.                                             00006680
          05 WRK-AGA-CODIGO            PIC X(04) OCCURS 200 TIMES.      00006690
                                                                        00006700
       77 WRK-QT-AGATIVAS              PIC 9(03) VALUE ZEROS.           00006710
       77 WRK-IDX-AGA                  PIC 9(03) VALUE ZEROS.           00006720
       77 WRK-ACHOU-AGENCIA            PIC X(01) VALUE 'N'.             00006730
       77 WRK-ACU-AGE-INVALIDA         PIC 9(07) VALUE ZEROS.           00006740
                                                                        00006750
      *----------------------------------------------------------------*00006760
       01 FILLER                       PIC X(050)  VALUE                00006770
           '*** AREA DE CABECALHO/TRAILER (B#HDRTRL) ***'.              00006780
      *----------------------------------------------------------------*00006790
                                                                        00006800
       COPY 'B#HDRTRL'.                                                 00006810
                                                                        00006820
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00006830
       77 WRK-QT-DADOS-CLI             PIC 9(09) VALUE ZEROS.           00006840
       77 WRK-QT-DADOS-MOV             PIC 9(09) VALUE ZEROS.           00006850
       77 WRK-HASH-CLI                 PIC 9(15) VALUE ZEROS.           00006860
       77 WRK-HASH-MOV                 PIC 9(15) VALUE ZEROS.           00006870
       77 WRK-TRL-ACHOU-CLI            PIC X(01) VALUE 'N'.             00006880
       77 WRK-TRL-ACHOU-MOV            PIC X(01) VALUE 'N'.             00006890
       77 WRK-TRL-QT-CLI               PIC 9(09) VALUE ZEROS.           00006900
       77 WRK-TRL-QT-MOV               PIC 9(09) VALUE ZEROS.           00006910
       77 WRK-TRL-HASH-CLI             PIC 9(15) VALUE ZEROS.           00006920
       77 WRK-TRL-HASH-MOV             PIC 9(15) VALUE ZEROS.           00006930
                                                                        00006940
      *----------------------------------------------------------------*00006950
       01 FILLER                       PIC X(050)  VALUE                00006960
           '*** AREA DE CHECKPOINT/RESTART (CKPTMOD) ***'.              00006970
      *----------------------------------------------------------------*00006980
                                                                        00006990
       COPY '#CKPTMOD'.                                                 00007000
                                                                        00007010
       77 WRK-CKPT-INTERVALO           PIC 9(03) VALUE 100.             00007020
       77 WRK-ITERACOES                PIC 9(07) VALUE ZEROS.           00007030
       77 WRK-RESTART-ATE              PIC 9(07) VALUE ZEROS.           00007040
       77 WRK-REPLAY                   PIC X(01) VALUE 'N'.             00007050
       77 WRK-QT-CKPT                  PIC 9(07) VALUE ZEROS.           00007060
       77 WRK-RESTO-CKPT               PIC 9(03) VALUE ZEROS.           00007070
                                                                        00007080
      *----------------------------------------------------------------*00007090
       01 FILLER                       PIC X(050)  VALUE                00007100
           '*** AREA DO CADASTRO DO PROXIMO DIA (CLIPROX) ***'.         00007110
      *----------------------------------------------------------------*00007120
                                                                        00007130
       77 WRK-FS-CLIPROX               PIC 9(02) VALUE ZEROS.           00007140
       77 WRK-QT-CLIPROX               PIC 9(09) VALUE ZEROS.           00007150
       77 WRK-HASH-CLIPROX             PIC 9(15) VALUE ZEROS.           00007160
       77 WRK-SALDO-ESPERADO           PIC S9(15) VALUE ZEROS.          00007170
                                                                        00007180
       COPY '#CALNDIA'.                                                 00007190
                                                                        00007200
      *----------------------------------------------------------------*00007210
       01 FILLER                       PIC X(050)  VALUE                00007220
           '*** AREA DO MODO DE RECUPERACAO (CATCH-UP) ***'.            00007230
      *----------------------------------------------------------------*00007240
                                                                        00007250
       01 WRK-CARTAO-EX.                                                00007260
          05 WRK-CARTAO-MODO           PIC X(01).                       00007270
          05 FILLER                    PIC X(79).                       00007280
                                                                        00007290
       77 WRK-MODO-CATCHUP             PIC X(01) VALUE 'N'.             00007300
       77 WRK-MODO-SIMULACAO           PIC X(01) VALUE 'N'.             00007310
       77 WRK-FS-RELSIMU               PIC 9(02) VALUE ZEROS.           00007320
       77 WRK-SIM-MOTIVO               PIC X(30) VALUE SPACES.          00007330
                                                                        00007340
       01 WRK-LINHA-SIM-CONTA.                                          00007350
          05 FILLER                    PIC X(06) VALUE 'CONTA '.        00007360
          05 WRK-SIC-AGENCIA           PIC X(04).                       00007370
          05 FILLER                    PIC X(01) VALUE '/'.             00007380
          05 WRK-SIC-CONTA             PIC X(04).                       00007390
          05 FILLER                    PIC X(01) VALUE SPACES.          00007400
          05 WRK-SIC-NOME              PIC X(30).                       00007410
          05 FILLER                    PIC X(08) VALUE ' SALDO: '.      00007420
          05 WRK-SIC-SALDO             PIC Z(07)9,99.                   00007430
          05 FILLER                    PIC X(15) VALUE SPACES.          00007440
                                                                        00007450
       01 WRK-LINHA-SIM-REJ.                                            00007460
          05 FILLER                    PIC X(06) VALUE 'REJEIC'.        00007470
          05 FILLER                    PIC X(01) VALUE SPACES.          00007480
          05 WRK-SIR-AGENCIA           PIC X(04).                       00007490
          05 FILLER                    PIC X(01) VALUE '/'.             00007500
          05 WRK-SIR-CONTA             PIC X(04).                       00007510
          05 FILLER                    PIC X(01) VALUE SPACES.          00007520
          05 WRK-SIR-VALOR             PIC Z(06)9,99.                   00007530
          05 FILLER                    PIC X(01) VALUE SPACES.          00007540
          05 WRK-SIR-TIPO              PIC X(01).                       00007550
          05 FILLER                    PIC X(01) VALUE SPACES.          00007560
          05 WRK-SIR-MOTIVO            PIC X(30).                       00007570
          05 FILLER                    PIC X(20) VALUE SPACES.          00007580
                                                                        00007590
       01 WRK-TAB-DIAS-MOV.                                             00007600
          05 WRK-TAB-DMV-ITEM          OCCURS 31 TIMES.                 00007610
             10 WRK-DMV-DATA           PIC 9(08).                       00007620
             10 WRK-DMV-LIDOS          PIC 9(07).                       00007630
             10 WRK-DMV-EXCECAO        PIC 9(07).                       00007640
                                                                        00007650
       77 WRK-QT-DIAS-MOV              PIC 9(02) VALUE ZEROS.           00007660
       77 WRK-IDX-DMV                  PIC 9(02) VALUE ZEROS.           00007670
       77 WRK-DMV-ACHADO               PIC 9(02) VALUE ZEROS.           00007680
                                                                        00007690
      *----------------------------------------------------------------*00007700
       01 FILLER                       PIC X(050)  VALUE                00007710
           '*** AREA DE TRANSFERENCIAS (TIPO T) ***'.                   00007720
      *----------------------------------------------------------------*00007730
                                                                        00007740
       01 WRK-TAB-CHAVES-CLI.                                           00007750
          05 WRK-TAB-CLI-ITEM          OCCURS 1000 TIMES.               00007760
             10 WRK-TBK-CHAVE          PIC X(08).                       00007770
             10 WRK-TBK-SALDO          PIC 9(08)V99.                    00007780
                                                                        00007790
       77 WRK-QT-CHAVES-CLI            PIC 9(04) VALUE ZEROS.           00007800
                                                                        00007810
       01 WRK-TAB-TRANSFERENCIAS.                                       00007820
          05 WRK-TAB-TRF-ITEM          OCCURS 200 TIMES.                00007830
             10 WRK-TRF-ORIGEM         PIC X(08).                       00007840
             10 WRK-TRF-CONTRA         PIC X(08).                       00007850
             10 WRK-TRF-VALOR          PIC 9(08)V99.                    00007860
             10 WRK-TRF-SITUACAO       PIC X(01).                       00007870
      *         'V' = PAR VALIDO / 'R' = PAR REJEITADO                  00007880
             10 WRK-TRF-DEBITO-OK      PIC X(01).                       00007890
             10 WRK-TRF-CREDITO-OK     PIC X(01).                       00007900
             10 WRK-TRF-DATA           PIC 9(08).                       00007910
                                                                        00007920
       77 WRK-QT-TRANSF                PIC 9(03) VALUE ZEROS.           00007930
       77 WRK-IDX-TRF                  PIC 9(03) VALUE ZEROS.           00007940
       77 WRK-IDX-CHV                  PIC 9(04) VALUE ZEROS.           00007950
       77 WRK-ACHOU-CHAVE              PIC X(01) VALUE 'N'.             00007960
       77 WRK-ACHOU-TRF                PIC X(01) VALUE 'N'.             00007970
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00007980
       77 WRK-CHV-ACHADA               PIC 9(04) VALUE ZEROS.           00007990
       77 WRK-CHAVE-INA                PIC X(08) VALUE SPACES.          00008000
       77 WRK-CHAVE-LIM                PIC X(08) VALUE SPACES.          00008010
       77 WRK-SALDO-CONF               PIC 9(08)V99 VALUE ZEROS.        00008020
       77 WRK-VALOR-CONF               PIC 9(08)V99 VALUE ZEROS.        00008030
       77 WRK-ACU-TOTAL-TRANSF         PIC 9(09)V99 VALUE ZEROS.        00008040
       77 WRK-ACU-QT-TRANSF            PIC 9(05) VALUE ZEROS.           00008050
                                                                        00008060
      *----------------------------------------------------------------*00008070
       01 FILLER                       PIC X(050)  VALUE                00008080
           '*** AREA DE ESTORNOS (TIPO E) ***'.                         00008090
      *----------------------------------------------------------------*00008100
                                                                        00008110
       COPY 'B#HISTM'.                                                  00008120
                                                                        00008130
       77 WRK-FS-HISTMOV               PIC 9(02) VALUE ZEROS.           00008140
       77 WRK-FS-RELESTOR              PIC 9(02) VALUE ZEROS.           00008150
                                                                        00008160
       01 WRK-TAB-ESTORNOS.                                             00008170
          05 WRK-TAB-EST-ITEM          OCCURS 500 TIMES.                00008180
             10 WRK-EST-CHAVE          PIC X(08).                       00008190
             10 WRK-EST-TIPO-ORIG      PIC X(01).                       00008200
             10 WRK-EST-DATA-ORIG      PIC 9(08).                       00008210
             10 WRK-EST-SEQ-ORIG       PIC 9(03).                       00008220
             10 WRK-EST-VALOR          PIC 9(08)V99.                    00008230
             10 WRK-EST-SITUACAO       PIC X(01).                       00008240
      *         'V' = ESTORNO VALIDO / 'R' = ESTORNO RECUSADO           00008250
             10 WRK-EST-ACHOU-ORIG     PIC X(01).                       00008260
             10 WRK-EST-TIPO-HIST      PIC X(01).                       00008270
             10 WRK-EST-VALOR-HIST     PIC 9(08)V99.                    00008280
             10 WRK-EST-JA-ESTORNADO   PIC X(01).                       00008290
             10 WRK-EST-USADO          PIC X(01).                       00008300
             10 WRK-EST-MOTIVO         PIC X(30).                       00008310
                                                                        00008320
       77 WRK-QT-ESTORNOS              PIC 9(03) VALUE ZEROS.           00008330
       77 WRK-IDX-EST                  PIC 9(03) VALUE ZEROS.           00008340
       77 WRK-IDX-EST2                 PIC 9(03) VALUE ZEROS.           00008350
       77 WRK-EST-ACHADO               PIC 9(03) VALUE ZEROS.           00008360
       77 WRK-HST-CHAVE-ANT            PIC X(08) VALUE SPACES.          00008370
       77 WRK-HST-DATA-ANT             PIC 9(08) VALUE ZEROS.           00008380
       77 WRK-HST-SEQ                  PIC 9(03) VALUE ZEROS.           00008390
       77 WRK-ACU-ESTORNOS-APL         PIC 9(07) VALUE ZEROS.           00008400
       77 WRK-ACU-ESTORNOS-REJ         PIC 9(07) VALUE ZEROS.           00008410
       77 WRK-ACU-TOTAL-ESTORNO        PIC 9(09)V99 VALUE ZEROS.        00008420
                                                                        00008430
       01 WRK-DATA-AAAAMMDD.                                            00008440
          05 WRK-AMD-ANO               PIC 9(04).                       00008450
          05 WRK-AMD-MES               PIC 9(02).                       00008460
          05 WRK-AMD-DIA               PIC 9(02).                       00008470
                                                                        00008480
       01 WRK-DATA-DDMMAAAA.                                            00008490
          05 WRK-DDM-DIA               PIC 9(02).                       00008500
          05 WRK-DDM-MES               PIC 9(02).                       00008510
          05 WRK-DDM-ANO               PIC 9(04).                       00008520
       01 WRK-DATA-DDMMAAAA-N          REDEFINES WRK-DATA-DDMMAAAA      00008530
                                       PIC 9(08).                       00008540
                                                                        00008550
       01 WRK-LINHA-EST-CAB.                                            00008560
          05 FILLER                    PIC X(40) VALUE                  00008570
             'FR06EX03 - REGISTRO DE ESTORNOS - DATA '.                 00008580
          05 WRK-ESC-DATA              PIC 9(08).                       00008590
          05 FILLER                    PIC X(32) VALUE SPACES.          00008600
                                                                        00008610
       01 WRK-LINHA-EST-DET.                                            00008620
          05 WRK-ESD-SITUACAO          PIC X(08).                       00008630
          05 FILLER                    PIC X(01) VALUE SPACES.          00008640
          05 WRK-ESD-AGENCIA           PIC X(04).                       00008650
          05 FILLER                    PIC X(01) VALUE '/'.             00008660
          05 WRK-ESD-CONTA             PIC X(04).                       00008670
          05 FILLER                    PIC X(01) VALUE SPACES.          00008680
          05 WRK-ESD-VALOR             PIC Z(07)9,99.                   00008690
          05 FILLER                    PIC X(05) VALUE ' REF '.         00008700
          05 WRK-ESD-TIPO-ORIG         PIC X(01).                       00008710
          05 FILLER                    PIC X(01) VALUE SPACES.          00008720
          05 WRK-ESD-DATA-ORIG         PIC X(08).                       00008730
          05 FILLER                    PIC X(01) VALUE '/'.             00008740
          05 WRK-ESD-SEQ-ORIG          PIC X(03).                       00008750
          05 FILLER                    PIC X(01) VALUE SPACES.          00008760
          05 WRK-ESD-MOTIVO            PIC X(30).                       00008770
                                                                        00008780
       01 WRK-LINHA-EST-TOT.                                            00008790
          05 FILLER                    PIC X(20) VALUE                  00008800
             'ESTORNOS APLICADOS: '.                                    00008810
          05 WRK-EST-TOT-APL           PIC ZZZZZZ9.                     00008820
          05 FILLER                    PIC X(13) VALUE                  00008830
             '  RECUSADOS: '.                                           00008840
          05 WRK-EST-TOT-REJ           PIC ZZZZZZ9.                     00008850
          05 FILLER                    PIC X(33) VALUE SPACES.          00008860
                                                                        00008870
      *----------------------------------------------------------------*00008880
       01 FILLER                       PIC X(050)  VALUE                00008890
           '*** AREA DE ACUMULADORES ***'.                              00008900
      *----------------------------------------------------------------*00008910
                                                                        00008920
       77 WRK-ACU-LIDOS-CLI            PIC 9(07) VALUE ZEROS.           00008930
       77 WRK-ACU-LIDOS-MOV            PIC 9(07) VALUE ZEROS.           00008940
       77 WRK-ACU-GRAV-MOV-A           PIC 9(07) VALUE ZEROS.           00008950
       77 WRK-ACU-GRAV-MOV-B           PIC 9(07) VALUE ZEROS.           00008960
       77 WRK-ACU-GRAV-MOV-C           PIC 9(07) VALUE ZEROS.           00008970
       77 WRK-ACU-GRAV-EXC             PIC 9(07) VALUE ZEROS.           00008980
       77 WRK-ACU-GRAV-SUSP            PIC 9(07) VALUE ZEROS.           00008990
       77 WRK-ACU-TOTAL-CREDITO        PIC 9(09)V99 VALUE ZEROS.        00009000
       77 WRK-ACU-TOTAL-DEBITO         PIC 9(09)V99 VALUE ZEROS.        00009010
       77 WRK-ACU-SALDO-LIQUIDO        PIC S9(09)V99 VALUE ZEROS.       00009020
                                                                        00009030
      *================================================================*00009040
       PROCEDURE                       DIVISION.                        00009050
      *================================================================*00009060
                                                                        00009070
      ******************************************************************00009080
      *                    ROTINA PRINCIPAL                            *00009090
      ******************************************************************00009100
                                                                        00009110
      *----------------------------------------------------------------*00009120
       0000-PRINCIPAL                  SECTION.                         00009130
      *----------------------------------------------------------------*00009140
                                                                        00009150
            ACCEPT WRK-HORA-ACCEPT FROM TIME.                           00009160
            MOVE WRK-HORA-ACC-HHMMSS TO WRK-HORA-PASSO-INI.             00009170
                                                                        00009180
            PERFORM 1000-INICIAR.                                       00009190
                                                                        00009200
            PERFORM 1100-VERIFICAR-VAZIO.                               00009210
                                                                        00009220
            PERFORM 2000-PROCESSAR     UNTIL WRK-FS-CLI2505 EQUAL 10    00009230
                                       AND WRK-FS-MOV2505   EQUAL 10.   00009240
                                                                        00009250
            IF WRK-MODO-SIMULACAO      NOT EQUAL 'S'                    00009260
                MOVE 'N'               TO WRK-REPLAY                    00009270
            END-IF.                                                     00009280
                                                                        00009290
                                                                        00009300
            PERFORM 3000-FINALIZAR.                                     00009310
                                                                        00009320
            STOP RUN.                                                   00009330
                                                                        00009340
      *----------------------------------------------------------------*00009350
       0000-99-FIM.                    EXIT.                            00009360
      *----------------------------------------------------------------*00009370
                                                                        00009380
      ******************************************************************00009390
      *                    PROCEDIMENTOS INICIAIS                      *00009400
      ******************************************************************00009410
                                                                        00009420
      *----------------------------------------------------------------*00009430
       1000-INICIAR                    SECTION.                         00009440
      *----------------------------------------------------------------*00009450
                                                                        00009460
            ACCEPT WRK-CARTAO-EX FROM SYSIN.                            00009470
            IF WRK-CARTAO-MODO         EQUAL 'R'                        00009480
                MOVE 'S'               TO WRK-MODO-CATCHUP              00009490
                DISPLAY 'MODO DE RECUPERACAO: MOVIMENTO DE VARIOS DIAS' 00009500
            END-IF.                                                     00009510
            IF WRK-CARTAO-MODO         EQUAL 'S'                        00009520
                MOVE 'S'               TO WRK-MODO-SIMULACAO            00009530
                DISPLAY 'MODO DE SIMULACAO: NENHUMA SAIDA GRAVADA'      00009540
            END-IF.                                                     00009550
                                                                        00009560
            IF WRK-MODO-SIMULACAO      NOT EQUAL 'S'                    00009570
                PERFORM 1400-LER-CHECKPOINT                             00009580
            END-IF.                                                     00009590
                                                                        00009600
            IF WRK-RESTART-ATE         GREATER ZEROS                    00009610
                MOVE 'S'               TO WRK-REPLAY                    00009620
                OPEN INPUT  CLI2505                                     00009630
                            MOV2505                                     00009640
                OPEN EXTEND MOV2505A                                    00009650
                            MOV2505B                                    00009660
                            MOV2505C                                    00009670
                            EXCECAO                                     00009680
                            SUSPENSO                                    00009690
                            CLIPROX                                     00009700
                            RELESTOR                                    00009710
                            DEVCHQ                                      00009720
                            NOTIFEV                                     00009730
            ELSE                                                        00009740
                OPEN INPUT  CLI2505                                     00009750
                            MOV2505                                     00009760
                OPEN OUTPUT MOV2505A                                    00009770
                            MOV2505B                                    00009780
                            MOV2505C                                    00009790
                            EXCECAO                                     00009800
                            SUSPENSO                                    00009810
                            CLIPROX                                     00009820
                            RELESTOR                                    00009830
                            DEVCHQ                                      00009840
                            NOTIFEV                                     00009850
            END-IF.                                                     00009860
                                                                        00009870
            IF WRK-MODO-SIMULACAO      EQUAL 'S'                        00009880
                MOVE 'S'               TO WRK-REPLAY                    00009890
                OPEN OUTPUT RELSIMU                                     00009900
                IF WRK-FS-RELSIMU      NOT EQUAL ZEROS                  00009910
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00009920
                    MOVE 'ERRO NO OPEN RELSIMU'                         00009930
                                       TO WRK-MSG-ERRO                  00009940
                    MOVE '1000'        TO WRK-SECTION                   00009950
                    MOVE WRK-FS-RELSIMU TO WRK-STATUS                   00009960
                    PERFORM 9000-TRATAR-ERRO                            00009970
                END-IF                                                  00009980
            END-IF.                                                     00009990
                                                                        00010000
            PERFORM 4000-TESTE-FS.                                      00010010
                                                                        00010020
            PERFORM 1600-LER-DATA-RODADA.                               00010030
                                                                        00010040
            PERFORM 1500-CARREGAR-PARAMETROS.                           00010050
                                                                        00010060
            PERFORM 1450-CARREGAR-LIMITES.                              00010070
                                                                        00010080
            PERFORM 1480-CARREGAR-BLOQUEIOS.                            00010090
                                                                        00010100
            PERFORM 1485-CARREGAR-INATIVAS.                             00010110
                                                                        00010120
            PERFORM 1495-CARREGAR-AGENCIAS.                             00010130
                                                                        00010140
      *----------------------------------------------------------------*00010150
       1000-99-FIM.                    EXIT.                            00010160
      *----------------------------------------------------------------*00010170
                                                                        00010180
      *----------------------------------------------------------------*00010190
       1400-LER-CHECKPOINT             SECTION.                         00010200
      *----------------------------------------------------------------*00010210
                                                                        00010220
            MOVE 'L'                   TO WRK-CKPT-FUNCAO.              00010230
            CALL 'CKPTMOD'             USING WRK-CKPT.                  00010240
            IF WRK-CKPT-RETORNO        NOT EQUAL '0'                    00010250
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00010260
                MOVE 'ERRO NA LEITURA DO CHECKPOINT'                    00010270
                                       TO WRK-MSG-ERRO                  00010280
                MOVE '1400'            TO WRK-SECTION                   00010290
                MOVE WRK-CKPT-RETORNO  TO WRK-STATUS                    00010300
                PERFORM 9000-TRATAR-ERRO                                00010310
            END-IF.                                                     00010320
                                                                        00010330
            MOVE WRK-CKPT-POSICAO      TO WRK-RESTART-ATE.              00010340
            IF WRK-RESTART-ATE         GREATER ZEROS                    00010350
                DISPLAY 'RESTART: REPROCESSANDO ATE A POSICAO '         00010360
                        WRK-RESTART-ATE                                 00010370
            END-IF.                                                     00010380
                                                                        00010390
      *----------------------------------------------------------------*00010400
       1400-99-FIM.                    EXIT.                            00010410
      *----------------------------------------------------------------*00010420
      *----------------------------------------------------------------*00010430
       1450-CARREGAR-LIMITES           SECTION.                         00010440
      *----------------------------------------------------------------*00010450
      *    CARREGA O CADASTRO DE LIMITES DE CHEQUE ESPECIAL POR CONTA.  00010460
      *    ARQUIVO AUSENTE NAO E ERRO: TODAS AS CONTAS PASSAM A USAR    00010470
      *    O PARAMETRO GLOBAL (LIMITE-GLOBAL).                          00010480
      *----------------------------------------------------------------*00010490
                                                                        00010500
            OPEN INPUT LIMITES.                                         00010510
            IF WRK-FS-LIMITES          EQUAL 35                         00010520
                DISPLAY 'LIMITES AUSENTE - USANDO LIMITE GLOBAL'        00010530
                GO TO 1450-99-FIM                                       00010540
            END-IF.                                                     00010550
            IF WRK-FS-LIMITES          NOT EQUAL ZEROS                  00010560
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00010570
                MOVE 'ERRO NO OPEN LIMITES'                             00010580
                                       TO WRK-MSG-ERRO                  00010590
                MOVE '1450'            TO WRK-SECTION                   00010600
                MOVE WRK-FS-LIMITES    TO WRK-STATUS                    00010610
                PERFORM 9000-TRATAR-ERRO                                00010620
            END-IF.                                                     00010630
                                                                        00010640
            PERFORM 1460-LER-LIMITE                                     00010650
                UNTIL WRK-FS-LIMITES EQUAL 10.                          00010660
            CLOSE LIMITES.                                              00010670
                                                                        00010680
            DISPLAY 'LIMITES DE CONTA CARREGADOS: ' WRK-QT-LIMITES.     00010690
                                                                        00010700
      *----------------------------------------------------------------*00010710
       1450-99-FIM.                    EXIT.                            00010720
      *----------------------------------------------------------------*00010730
      *----------------------------------------------------------------*00010740
       1460-LER-LIMITE                 SECTION.                         00010750
      *----------------------------------------------------------------*00010760
                                                                        00010770
            READ LIMITES.                                               00010780
                                                                        00010790
            IF WRK-FS-LIMITES          NOT EQUAL ZEROS                  00010800
                MOVE 10                TO WRK-FS-LIMITES                00010810
                GO TO 1460-99-FIM                                       00010820
            END-IF.                                                     00010830
                                                                        00010840
            IF FD-LIM-VALOR            NOT NUMERIC                      00010850
                DISPLAY 'LIMITE NAO NUMERICO IGNORADO - CHAVE: '        00010860
                        FD-LIM-CHAVE                                    00010870
                MOVE 4                 TO RETURN-CODE                   00010880
                GO TO 1460-99-FIM                                       00010890
            END-IF.                                                     00010900
                                                                        00010910
            IF WRK-QT-LIMITES          LESS 1000                        00010920
                ADD 1                  TO WRK-QT-LIMITES                00010930
                MOVE FD-LIM-CHAVE                                       00010940
                     TO WRK-TBL-CHAVE(WRK-QT-LIMITES)                   00010950
                MOVE FD-LIM-VALOR                                       00010960
                     TO WRK-TBL-LIMITE(WRK-QT-LIMITES)                  00010970
            ELSE                                                        00010980
                DISPLAY '*** AVISO: TABELA DE LIMITES CHEIA ***'        00010990
                MOVE 4                 TO RETURN-CODE                   00011000
            END-IF.                                                     00011010
                                                                        00011020
      *----------------------------------------------------------------*00011030
       1460-99-FIM.                    EXIT.                            00011040
      *----------------------------------------------------------------*00011050
      *----------------------------------------------------------------*00011060
       1480-CARREGAR-BLOQUEIOS         SECTION.                         00011070
      *----------------------------------------------------------------*00011080
      *    CARREGA AS CHAVES COM BLOQUEIO VIGENTE NA DATA DA RODADA     00011090
      *    (SITUACAO 'A', INICIO <= DATA <= FIM; FIM ZEROS =            00011100
      *    INDETERMINADO). ARQUIVO AUSENTE = NENHUM BLOQUEIO.           00011110
      *----------------------------------------------------------------*00011120
                                                                        00011130
            OPEN INPUT BLOQUEIO.                                        00011140
            IF WRK-FS-BLOQUEIO         EQUAL 35                         00011150
                DISPLAY 'BLOQUEIO AUSENTE - SEM CONTAS BLOQUEADAS'      00011160
                GO TO 1480-99-FIM                                       00011170
            END-IF.                                                     00011180
            IF WRK-FS-BLOQUEIO         NOT EQUAL ZEROS                  00011190
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00011200
                MOVE 'ERRO NO OPEN BLOQUEIO'                            00011210
                                       TO WRK-MSG-ERRO                  00011220
                MOVE '1480'            TO WRK-SECTION                   00011230
                MOVE WRK-FS-BLOQUEIO   TO WRK-STATUS                    00011240
                PERFORM 9000-TRATAR-ERRO                                00011250
            END-IF.                                                     00011260
                                                                        00011270
            PERFORM 1490-LER-BLOQUEIO                                   00011280
                UNTIL WRK-FS-BLOQUEIO EQUAL 10.                         00011290
            CLOSE BLOQUEIO.                                             00011300
                                                                        00011310
            DISPLAY 'BLOQUEIOS VIGENTES CARREGADOS: '                   00011320
                    WRK-QT-BLOQUEIOS.                                   00011330
                                                                        00011340
      *----------------------------------------------------------------*00011350
       1480-99-FIM.                    EXIT.                            00011360
      *----------------------------------------------------------------*00011370
      *----------------------------------------------------------------*00011380
       1490-LER-BLOQUEIO               SECTION.                         00011390
      *----------------------------------------------------------------*00011400
                                                                        00011410
            READ BLOQUEIO INTO WRK-REG-BLOQUEIO.                        00011420
                                                                        00011430
            IF WRK-FS-BLOQUEIO         NOT EQUAL ZEROS                  00011440
                MOVE 10                TO WRK-FS-BLOQUEIO               00011450
                GO TO 1490-99-FIM                                       00011460
            END-IF.                                                     00011470
                                                                        00011480
            IF WRK-BLQ-SITUACAO        NOT EQUAL 'A'                    00011490
                GO TO 1490-99-FIM                                       00011500
            END-IF.                                                     00011510
                                                                        00011520
            IF WRK-BLQ-DATA-INI        GREATER WRK-DATA-CORTE           00011530
                GO TO 1490-99-FIM                                       00011540
            END-IF.                                                     00011550
                                                                        00011560
            IF WRK-BLQ-DATA-FIM        GREATER ZEROS                    00011570
               AND WRK-BLQ-DATA-FIM    LESS WRK-DATA-CORTE              00011580
                GO TO 1490-99-FIM                                       00011590
            END-IF.                                                     00011600
                                                                        00011610
            IF WRK-QT-BLOQUEIOS        LESS 500                         00011620
                ADD 1                  TO WRK-QT-BLOQUEIOS              00011630
                MOVE WRK-BLQ-CHAVE                                      00011640
                     TO WRK-TBQ-CHAVE(WRK-QT-BLOQUEIOS)                 00011650
            ELSE                                                        00011660
                DISPLAY '*** AVISO: TABELA DE BLOQUEIOS CHEIA ***'      00011670
                MOVE 4                 TO RETURN-CODE                   00011680
            END-IF.                                                     00011690
                                                                        00011700
      *----------------------------------------------------------------*00011710
       1490-99-FIM.                    EXIT.                            00011720
      *----------------------------------------------------------------*00011730
      *----------------------------------------------------------------*00011740
       1485-CARREGAR-INATIVAS          SECTION.                         00011750
      *----------------------------------------------------------------*00011760
      *    CARREGA AS CHAVES MARCADAS COMO INATIVAS PELO FR06CB56.      00011770
      *    ARQUIVO AUSENTE = NENHUMA CONTA INATIVA.                     00011780
      *----------------------------------------------------------------*00011790
                                                                        00011800
            OPEN INPUT SITCONTA.                                        00011810
            IF WRK-FS-SITCONTA         EQUAL 35                         00011820
                DISPLAY 'SITCONTA AUSENTE - SEM CONTAS INATIVAS'        00011830
                GO TO 1485-99-FIM                                       00011840
            END-IF.                                                     00011850
            IF WRK-FS-SITCONTA         NOT EQUAL ZEROS                  00011860
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00011870
                MOVE 'ERRO NO OPEN SITCONTA'                            00011880
                                       TO WRK-MSG-ERRO                  00011890
                MOVE '1485'            TO WRK-SECTION                   00011900
                MOVE WRK-FS-SITCONTA   TO WRK-STATUS                    00011910
                PERFORM 9000-TRATAR-ERRO                                00011920
            END-IF.                                                     00011930
                                                                        00011940
            PERFORM 1486-LER-INATIVA                                    00011950
                UNTIL WRK-FS-SITCONTA EQUAL 10.                         00011960
            CLOSE SITCONTA.                                             00011970
                                                                        00011980
            DISPLAY 'CONTAS INATIVAS CARREGADAS: ' WRK-QT-INATIVAS.     00011990
                                                                        00012000
      *----------------------------------------------------------------*00012010
       1485-99-FIM.                    EXIT.                            00012020
      *----------------------------------------------------------------*00012030
      *----------------------------------------------------------------*00012040
       1486-LER-INATIVA                SECTION.                         00012050
      *----------------------------------------------------------------*00012060
                                                                        00012070
            READ SITCONTA INTO WRK-REG-SITCONTA.                        00012080
                                                                        00012090
            IF WRK-FS-SITCONTA         NOT EQUAL ZEROS                  00012100
                MOVE 10                TO WRK-FS-SITCONTA               00012110
                GO TO 1486-99-FIM                                       00012120
            END-IF.                                                     00012130
                                                                        00012140
            IF WRK-SIT-SITUACAO        NOT EQUAL 'I'                    00012150
                GO TO 1486-99-FIM                                       00012160
            END-IF.                                                     00012170
                                                                        00012180
            IF WRK-QT-INATIVAS         LESS 1000                        00012190
                ADD 1                  TO WRK-QT-INATIVAS               00012200
                MOVE WRK-SIT-CHAVE                                      00012210
                     TO WRK-INA-CHAVE(WRK-QT-INATIVAS)                  00012220
            ELSE                                                        00012230
                DISPLAY '*** AVISO: TABELA DE INATIVAS CHEIA ***'       00012240
                MOVE 4                 TO RETURN-CODE                   00012250
            END-IF.                                                     00012260
                                                                        00012270
      *----------------------------------------------------------------*00012280
       1486-99-FIM.                    EXIT.                            00012290
      *----------------------------------------------------------------*00012300
      *----------------------------------------------------------------*00012310
       1495-CARREGAR-AGENCIAS          SECTION.                         00012320
      *----------------------------------------------------------------*00012330
      *    CARREGA OS CODIGOS DE AGENCIA ATIVOS DO AGEMST. ARQUIVO      00012340
      *    AUSENTE PULA A VALIDACAO DE AGENCIA COM AVISO.               00012350
      *----------------------------------------------------------------*00012360
                                                                        00012370
            OPEN INPUT AGEMST.                                          00012380
            IF WRK-FS-AGEMST           EQUAL 35                         00012390
                DISPLAY 'AGEMST AUSENTE - AGENCIA NAO VALIDADA'         00012400
                GO TO 1495-99-FIM                                       00012410
            END-IF.                                                     00012420
            IF WRK-FS-AGEMST           NOT EQUAL ZEROS                  00012430
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00012440
                MOVE 'ERRO NO OPEN AGEMST'                              00012450
                                       TO WRK-MSG-ERRO                  00012460
                MOVE '1495'            TO WRK-SECTION                   00012470
                MOVE WRK-FS-AGEMST     TO WRK-STATUS                    00012480
                PERFORM 9000-TRATAR-ERRO                                00012490
            END-IF.                                                     00012500
                                                                        00012510
            MOVE 'S'                   TO WRK-VALIDA-AGENCIA.           00012520
            PERFORM 1496-LER-AGENCIA                                    00012530
                UNTIL WRK-FS-AGEMST EQUAL 10.                           00012540
            CLOSE AGEMST.                                               00012550
                                                                        00012560
            DISPLAY 'AGENCIAS ATIVAS CARREGADAS: ' WRK-QT-AGATIVAS.     00012570
                                                                        00012580
      *----------------------------------------------------------------*00012590
       1495-99-FIM.                    EXIT.                            00012600
      *----------------------------------------------------------------*00012610
      *----------------------------------------------------------------*00012620
       1496-LER-AGENCIA                SECTION.                         00012630
      *----------------------------------------------------------------*00012640
                                                                        00012650
            READ AGEMST INTO WRK-REG-AGEMST.                            00012660
                                                                        00012670
            IF WRK-FS-AGEMST           NOT EQUAL ZEROS                  00012680
                MOVE 10                TO WRK-FS-AGEMST                 00012690
                GO TO 1496-99-FIM                                       00012700
            END-IF.                                                     00012710
                                                                        00012720
            IF WRK-AGE-ATIVO           NOT EQUAL 'S'                    00012730
                GO TO 1496-99-FIM                                       00012740
            END-IF.                                                     00012750
                                                                        00012760
            IF WRK-QT-AGATIVAS         LESS 200                         00012770
                ADD 1                  TO WRK-QT-AGATIVAS               00012780
                MOVE WRK-AGE-CODIGO                                     00012790
                     TO WRK-AGA-CODIGO(WRK-QT-AGATIVAS)                 00012800
            ELSE                                                        00012810
                DISPLAY '*** AVISO: TABELA DE AGENCIAS CHEIA ***'       00012820
                MOVE 4                 TO RETURN-CODE                   00012830
            END-IF.                                                     00012840
                                                                        00012850
      *----------------------------------------------------------------*00012860
       1496-99-FIM.                    EXIT.                            00012870
      *----------------------------------------------------------------*00012880
      *----------------------------------------------------------------*00012890
       1500-CARREGAR-PARAMETROS        SECTION.                         00012900
      *----------------------------------------------------------------*00012910
                                                                        00012920
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-DATA-CORTE(1:4).          00012930
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-DATA-CORTE(5:2).          00012940
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-DATA-CORTE(7:2).          00012950
                                                                        00012960
            OPEN INPUT PARAMS.                                          00012970
            IF WRK-FS-PARAMS           EQUAL 35                         00012980
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00012990
            ELSE                                                        00013000
                IF WRK-FS-PARAMS       NOT EQUAL ZEROS                  00013010
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00013020
                    MOVE 'ERRO NO OPEN PARAMS'                          00013030
                                       TO WRK-MSG-ERRO                  00013040
                    MOVE '1500'        TO WRK-SECTION                   00013050
                    MOVE WRK-FS-PARAMS TO WRK-STATUS                    00013060
                    PERFORM 9000-TRATAR-ERRO                            00013070
                ELSE                                                    00013080
                    PERFORM 1510-LER-PARAMETRO                          00013090
                        UNTIL WRK-FS-PARAMS EQUAL 10                    00013100
                    CLOSE PARAMS                                        00013110
                END-IF                                                  00013120
            END-IF.                                                     00013130
                                                                        00013140
            DISPLAY 'PARAMETRO SALDO-FAIXA-A: ' WRK-LIM-FAIXA-A.        00013150
            IF WRK-VIG-FAIXA-A         EQUAL ZEROS                      00013160
                DISPLAY 'VIGENCIA SALDO-FAIXA-A : PADRAO DO PROGRAMA'   00013170
            ELSE                                                        00013180
                DISPLAY 'VIGENCIA SALDO-FAIXA-A : ' WRK-VIG-FAIXA-A     00013190
            END-IF.                                                     00013200
            DISPLAY 'PARAMETRO LIMITE-GLOBAL: ' WRK-LIMITE-GLOBAL.      00013210
            DISPLAY 'PARAMETRO SALDO-FAIXA-B: ' WRK-LIM-FAIXA-B.        00013220
            IF WRK-VIG-FAIXA-B         EQUAL ZEROS                      00013230
                DISPLAY 'VIGENCIA SALDO-FAIXA-B : PADRAO DO PROGRAMA'   00013240
            ELSE                                                        00013250
                DISPLAY 'VIGENCIA SALDO-FAIXA-B : ' WRK-VIG-FAIXA-B     00013260
            END-IF.                                                     00013270
                                                                        00013280
      *----------------------------------------------------------------*00013290
       1500-99-FIM.                    EXIT.                            00013300
      *----------------------------------------------------------------*00013310
                                                                        00013320
      *----------------------------------------------------------------*00013330
       1510-LER-PARAMETRO              SECTION.                         00013340
      *----------------------------------------------------------------*00013350
                                                                        00013360
            READ PARAMS INTO WRK-REG-PARAM.                             00013370
                                                                        00013380
            IF WRK-FS-PARAMS           NOT EQUAL ZEROS                  00013390
                GO TO 1510-99-FIM                                       00013400
            END-IF.                                                     00013410
                                                                        00013420
            IF WRK-PARAM-NOME          EQUAL 'SALDO-FAIXA-A'            00013430
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE        00013440
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FAIXA-A         00013450
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00013460
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIM-FAIXA-A        00013470
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FAIXA-A        00013480
                ELSE                                                    00013490
                    DISPLAY 'PARAMETRO SALDO-FAIXA-A NAO NUMERICO - '   00013500
                            'IGNORADO: ' WRK-PARAM-VALOR                00013510
                END-IF                                                  00013520
            END-IF.                                                     00013530
                                                                        00013540
            IF WRK-PARAM-NOME          EQUAL 'SALDO-FAIXA-B'            00013550
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE        00013560
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FAIXA-B         00013570
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00013580
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIM-FAIXA-B        00013590
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FAIXA-B        00013600
                ELSE                                                    00013610
                    DISPLAY 'PARAMETRO SALDO-FAIXA-B NAO NUMERICO - '   00013620
                            'IGNORADO: ' WRK-PARAM-VALOR                00013630
                END-IF                                                  00013640
            END-IF.                                                     00013650
                                                                        00013660
            IF WRK-PARAM-NOME          EQUAL 'LIMITE-GLOBAL'            00013670
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-CORTE       00013680
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-LIM-GLOBAL      00013690
                IF WRK-PARAM-VALOR(1:8) NUMERIC                         00013700
                    MOVE WRK-PARAM-VALOR(1:8) TO WRK-LIMITE-GLOBAL      00013710
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-LIM-GLOBAL     00013720
                ELSE                                                    00013730
                    DISPLAY 'PARAMETRO LIMITE-GLOBAL NAO NUMERICO - '   00013740
                            'IGNORADO: ' WRK-PARAM-VALOR                00013750
                END-IF                                                  00013760
            END-IF.                                                     00013770
                                                                        00013780
      *----------------------------------------------------------------*00013790
       1510-99-FIM.                    EXIT.                            00013800
      *----------------------------------------------------------------*00013810
                                                                        00013820
      ******************************************************************00013830
      *                    VERIFICAR VAZIO                             *00013840
      ******************************************************************00013850
                                                                        00013860
      *----------------------------------------------------------------*00013870
       1100-VERIFICAR-VAZIO            SECTION.                         00013880
      *----------------------------------------------------------------*00013890
                                                                        00013900
            PERFORM 1700-VALIDAR-CABECALHO-CLI.                         00013910
            PERFORM 1750-VALIDAR-CABECALHO-MOV.                         00013920
                                                                        00013930
            PERFORM 1800-GRAVAR-CABECALHO-CLIPROX.                      00013940
                                                                        00013950
            PERFORM 1900-PREPARAR-TRANSFERENCIAS.                       00013960
                                                                        00013970
            PERFORM 2200-LER-CLI2505.                                   00013980
            PERFORM 2100-LER-MOV2505.                                   00013990
                                                                        00014000
      *----------------------------------------------------------------*00014010
       1100-99-FIM.                    EXIT.                            00014020
      *----------------------------------------------------------------*00014030
      *----------------------------------------------------------------*00014040
       1600-LER-DATA-RODADA            SECTION.                         00014050
      *----------------------------------------------------------------*00014060
                                                                        00014070
            OPEN INPUT RUNCTL.                                          00014080
            IF WRK-FS-RUNCTL           NOT EQUAL ZEROS                  00014090
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00014100
                MOVE 'RUNCTL AUSENTE - RODAR FR06CB01'                  00014110
                                       TO WRK-MSG-ERRO                  00014120
                MOVE '1600'            TO WRK-SECTION                   00014130
                MOVE WRK-FS-RUNCTL     TO WRK-STATUS                    00014140
                PERFORM 9000-TRATAR-ERRO                                00014150
            END-IF.                                                     00014160
                                                                        00014170
            READ RUNCTL INTO WRK-RUNCTL.                                00014180
            IF WRK-FS-RUNCTL           NOT EQUAL ZEROS                  00014190
               OR WRK-RUNCTL-TIPO      NOT EQUAL '1'                    00014200
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00014210
                MOVE 'RUNCTL SEM REGISTRO DE ABERTURA'                  00014220
                                       TO WRK-MSG-ERRO                  00014230
                MOVE '1600'            TO WRK-SECTION                   00014240
                MOVE WRK-FS-RUNCTL     TO WRK-STATUS                    00014250
                PERFORM 9000-TRATAR-ERRO                                00014260
            END-IF.                                                     00014270
                                                                        00014280
            MOVE WRK-RUNCTL-DATA       TO WRK-DATA-RODADA.              00014290
            CLOSE RUNCTL.                                               00014300
                                                                        00014310
      *----------------------------------------------------------------*00014320
       1600-99-FIM.                    EXIT.                            00014330
      *----------------------------------------------------------------*00014340
      *----------------------------------------------------------------*00014350
       1700-VALIDAR-CABECALHO-CLI      SECTION.                         00014360
      *----------------------------------------------------------------*00014370
                                                                        00014380
            READ CLI2505 INTO WRK-REG-CABECALHO.                        00014390
                                                                        00014400
            IF WRK-FS-CLI2505          NOT EQUAL ZEROS                  00014410
               OR WRK-HDR-ID           NOT EQUAL 'HDR'                  00014420
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00014430
                MOVE 'CLI2505 SEM CABECALHO PADRAO'                     00014440
                                       TO WRK-MSG-ERRO                  00014450
                MOVE '1700'            TO WRK-SECTION                   00014460
                MOVE WRK-FS-CLI2505    TO WRK-STATUS                    00014470
                PERFORM 9000-TRATAR-ERRO                                00014480
            END-IF.                                                     00014490
                                                                        00014500
            IF WRK-HDR-DATA-GERACAO    NOT EQUAL WRK-DATA-RODADA        00014510
                IF WRK-MODO-CATCHUP    EQUAL 'S'                        00014520
                    DISPLAY 'RECUPERACAO: CLI2505 DATADO DE '           00014530
                            WRK-HDR-DATA-GERACAO                        00014540
                ELSE                                                    00014550
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00014560
                    MOVE 'CLI2505 COM DATA DE OUTRO DIA'                00014570
                                       TO WRK-MSG-ERRO                  00014580
                    MOVE '1700'        TO WRK-SECTION                   00014590
                    MOVE WRK-HDR-DATA-GERACAO TO WRK-STATUS             00014600
                    PERFORM 9000-TRATAR-ERRO                            00014610
                END-IF                                                  00014620
            END-IF.                                                     00014630
                                                                        00014640
            IF WRK-HDR-VERSAO          NOT EQUAL '02'                   00014650
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00014660
                MOVE 'CLI2505 EM LAYOUT SEM CENTAVOS'                   00014670
                                       TO WRK-MSG-ERRO                  00014680
                MOVE '1700'            TO WRK-SECTION                   00014690
                MOVE WRK-HDR-VERSAO    TO WRK-STATUS                    00014700
                PERFORM 9000-TRATAR-ERRO                                00014710
            END-IF.                                                     00014720
                                                                        00014730
      *----------------------------------------------------------------*00014740
       1700-99-FIM.                    EXIT.                            00014750
      *----------------------------------------------------------------*00014760
      *----------------------------------------------------------------*00014770
       1750-VALIDAR-CABECALHO-MOV      SECTION.                         00014780
      *----------------------------------------------------------------*00014790
                                                                        00014800
            READ MOV2505 INTO WRK-REG-CABECALHO.                        00014810
                                                                        00014820
            IF WRK-FS-MOV2505          NOT EQUAL ZEROS                  00014830
               OR WRK-HDR-ID           NOT EQUAL 'HDR'                  00014840
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00014850
                MOVE 'MOV2505 SEM CABECALHO PADRAO'                     00014860
                                       TO WRK-MSG-ERRO                  00014870
                MOVE '1750'            TO WRK-SECTION                   00014880
                MOVE WRK-FS-MOV2505    TO WRK-STATUS                    00014890
                PERFORM 9000-TRATAR-ERRO                                00014900
            END-IF.                                                     00014910
                                                                        00014920
            IF WRK-HDR-DATA-GERACAO    NOT EQUAL WRK-DATA-RODADA        00014930
                IF WRK-MODO-CATCHUP    EQUAL 'S'                        00014940
                    DISPLAY 'RECUPERACAO: MOV2505 DATADO DE '           00014950
                            WRK-HDR-DATA-GERACAO                        00014960
                ELSE                                                    00014970
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00014980
                    MOVE 'MOV2505 COM DATA DE OUTRO DIA'                00014990
                                       TO WRK-MSG-ERRO                  00015000
                    MOVE '1750'        TO WRK-SECTION                   00015010
                    MOVE WRK-HDR-DATA-GERACAO TO WRK-STATUS             00015020
                    PERFORM 9000-TRATAR-ERRO                            00015030
                END-IF                                                  00015040
            END-IF.                                                     00015050
                                                                        00015060
            IF WRK-HDR-VERSAO          NOT EQUAL '02'                   00015070
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00015080
                MOVE 'MOV2505 EM LAYOUT SEM CENTAVOS'                   00015090
                                       TO WRK-MSG-ERRO                  00015100
                MOVE '1750'            TO WRK-SECTION                   00015110
                MOVE WRK-HDR-VERSAO    TO WRK-STATUS                    00015120
                PERFORM 9000-TRATAR-ERRO                                00015130
            END-IF.                                                     00015140
                                                                        00015150
      *----------------------------------------------------------------*00015160
       1750-99-FIM.                    EXIT.                            00015170
      *----------------------------------------------------------------*00015180
      *----------------------------------------------------------------*00015190
       1800-GRAVAR-CABECALHO-CLIPROX   SECTION.                         00015200
      *----------------------------------------------------------------*00015210
                                                                        00015220
            IF WRK-REPLAY              EQUAL 'S'                        00015230
                GO TO 1800-99-FIM                                       00015240
            END-IF.                                                     00015250
                                                                        00015260
            MOVE 'P'                   TO WRK-CAL-FUNCAO.               00015270
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-CAL-DIA.                  00015280
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-CAL-MES.                  00015290
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-CAL-ANO.                  00015300
            CALL 'CALNDIA'             USING WRK-CALNDIA.               00015310
                                                                        00015320
            MOVE SPACES                TO WRK-REG-CABECALHO.            00015330
            MOVE 'HDR'                 TO WRK-HDR-ID.                   00015340
            MOVE 'CLI2505 '            TO WRK-HDR-ARQUIVO.              00015350
            MOVE WRK-CAL-DIA           TO                               00015360
                 WRK-HDR-DATA-GERACAO(1:2).                             00015370
            MOVE WRK-CAL-MES           TO                               00015380
                 WRK-HDR-DATA-GERACAO(3:2).                             00015390
            MOVE WRK-CAL-ANO           TO                               00015400
                 WRK-HDR-DATA-GERACAO(5:4).                             00015410
            MOVE SPACES                TO FD-CLIPROX.                   00015420
            MOVE '02'                  TO WRK-HDR-VERSAO.               00015430
            MOVE WRK-REG-CABECALHO     TO FD-CLIPROX(1:21).             00015440
            WRITE FD-CLIPROX.                                           00015450
                                                                        00015460
      *----------------------------------------------------------------*00015470
       1800-99-FIM.                    EXIT.                            00015480
      *----------------------------------------------------------------*00015490
      *----------------------------------------------------------------*00015500
       1900-PREPARAR-TRANSFERENCIAS    SECTION.                         00015510
      *----------------------------------------------------------------*00015520
      *    PRE-PASSAGEM: CARREGA AS CHAVES DO CLI2505 E AS              00015530
      *    TRANSFERENCIAS DO MOV2505, VALIDA CADA PAR E REPOSICIONA     00015540
      *    OS DOIS ARQUIVOS NO PRIMEIRO REGISTRO DE DADOS. OS ESTORNOS  00015550
      *    (TIPO 'E') SAO CARREGADOS NA MESMA LEITURA E CONFERIDOS      00015560
      *    CONTRA O HISTMOV (1960).                                     00015570
      *----------------------------------------------------------------*00015580
                                                                        00015590
            PERFORM 1910-CARREGAR-CHAVE-CLI                             00015600
                UNTIL WRK-FS-CLI2505 EQUAL 10.                          00015610
                                                                        00015620
            PERFORM 1920-CARREGAR-TRANSF                                00015630
                UNTIL WRK-FS-MOV2505 EQUAL 10.                          00015640
                                                                        00015650
            PERFORM 1930-VALIDAR-TRANSF                                 00015660
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00015670
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF.                00015680
            PERFORM 1960-VALIDAR-ESTORNOS.                              00015690
            IF WRK-REPLAY              NOT EQUAL 'S'                    00015700
                MOVE WRK-DATA-RODADA   TO WRK-ESC-DATA                  00015710
                WRITE FD-RELESTOR      FROM WRK-LINHA-EST-CAB           00015720
            END-IF.                                                     00015730
                                                                        00015740
            CLOSE CLI2505                                               00015750
                  MOV2505.                                              00015760
            OPEN INPUT CLI2505                                          00015770
                       MOV2505.                                         00015780
                                                                        00015790
            READ CLI2505 INTO WRK-REG-CABECALHO.                        00015800
            READ MOV2505 INTO WRK-REG-CABECALHO.                        00015810
                                                                        00015820
      *----------------------------------------------------------------*00015830
       1900-99-FIM.                    EXIT.                            00015840
      *----------------------------------------------------------------*00015850
      *----------------------------------------------------------------*00015860
       1910-CARREGAR-CHAVE-CLI         SECTION.                         00015870
      *----------------------------------------------------------------*00015880
                                                                        00015890
            READ CLI2505.                                               00015900
                                                                        00015910
            IF WRK-FS-CLI2505          NOT EQUAL ZEROS                  00015920
               OR FD-CLI2505(1:3)      EQUAL 'TRL'                      00015930
                MOVE 10                TO WRK-FS-CLI2505                00015940
            ELSE                                                        00015950
                IF WRK-QT-CHAVES-CLI   LESS 1000                        00015960
                    ADD 1              TO WRK-QT-CHAVES-CLI             00015970
                    MOVE FD-CLI2505-CHAVE                               00015980
                         TO WRK-TBK-CHAVE(WRK-QT-CHAVES-CLI)            00015990
                    MOVE FD-CLI2505-SALDO                               00016000
                         TO WRK-TBK-SALDO(WRK-QT-CHAVES-CLI)            00016010
                ELSE                                                    00016020
                    DISPLAY '*** AVISO: TABELA DE CHAVES CHEIA ***'     00016030
                    MOVE 4             TO RETURN-CODE                   00016040
                END-IF                                                  00016050
            END-IF.                                                     00016060
                                                                        00016070
      *----------------------------------------------------------------*00016080
       1910-99-FIM.                    EXIT.                            00016090
      *----------------------------------------------------------------*00016100
      *----------------------------------------------------------------*00016110
       1920-CARREGAR-TRANSF            SECTION.                         00016120
      *----------------------------------------------------------------*00016130
                                                                        00016140
            READ MOV2505.                                               00016150
                                                                        00016160
            IF WRK-FS-MOV2505          NOT EQUAL ZEROS                  00016170
               OR FD-MOV2505(1:3)      EQUAL 'TRL'                      00016180
                MOVE 10                TO WRK-FS-MOV2505                00016190
            ELSE                                                        00016200
                IF FD-TIPOMOV          EQUAL 'T'                        00016210
                    IF WRK-QT-TRANSF   LESS 200                         00016220
                        ADD 1          TO WRK-QT-TRANSF                 00016230
                        MOVE FD-MOV2505-CHAVE                           00016240
                             TO WRK-TRF-ORIGEM(WRK-QT-TRANSF)           00016250
                        MOVE FD-MOV2505-CONTRA                          00016260
                             TO WRK-TRF-CONTRA(WRK-QT-TRANSF)           00016270
                        MOVE FD-VALORMOV                                00016280
                             TO WRK-TRF-VALOR(WRK-QT-TRANSF)            00016290
                        MOVE 'V'                                        00016300
                             TO WRK-TRF-SITUACAO(WRK-QT-TRANSF)         00016310
                        MOVE 'N'                                        00016320
                             TO WRK-TRF-DEBITO-OK(WRK-QT-TRANSF)        00016330
                        MOVE 'N'                                        00016340
                             TO WRK-TRF-CREDITO-OK(WRK-QT-TRANSF)       00016350
                        MOVE FD-MOV-DATA                                00016360
                             TO WRK-TRF-DATA(WRK-QT-TRANSF)             00016370
                    ELSE                                                00016380
                        DISPLAY '*** AVISO: TABELA DE TRANSF CHEIA'     00016390
                        MOVE 4         TO RETURN-CODE                   00016400
                    END-IF                                              00016410
                END-IF                                                  00016420
                IF FD-TIPOMOV          EQUAL 'E'                        00016430
                    PERFORM 1925-CARREGAR-ESTORNO                       00016440
                END-IF                                                  00016450
            END-IF.                                                     00016460
                                                                        00016470
      *----------------------------------------------------------------*00016480
       1920-99-FIM.                    EXIT.                            00016490
      *----------------------------------------------------------------*00016500
      *----------------------------------------------------------------*00016510
       1925-CARREGAR-ESTORNO           SECTION.                         00016520
      *----------------------------------------------------------------*00016530
      *    REFERENCIA MAL FORMADA NAO ENTRA NA TABELA: E RECUSADA NO    00016540
      *    PROPRIO 2650.                                                00016550
      *----------------------------------------------------------------*00016560
                                                                        00016570
            IF FD-EST-LITERAL          NOT EQUAL 'ESTORNO '             00016580
               OR FD-EST-DATA-ORIG     NOT NUMERIC                      00016590
               OR FD-EST-SEQ-ORIG      NOT NUMERIC                      00016600
               OR (FD-EST-TIPO-ORIG    NOT EQUAL 'C'                    00016610
                   AND FD-EST-TIPO-ORIG NOT EQUAL 'D')                  00016620
                GO TO 1925-99-FIM                                       00016630
            END-IF.                                                     00016640
            IF WRK-QT-ESTORNOS         NOT LESS 500                     00016650
                DISPLAY '*** AVISO: TABELA DE ESTORNOS CHEIA ***'       00016660
                MOVE 4                 TO RETURN-CODE                   00016670
                GO TO 1925-99-FIM                                       00016680
            END-IF.                                                     00016690
            ADD 1                      TO WRK-QT-ESTORNOS.              00016700
            MOVE FD-MOV2505-CHAVE                                       00016710
                 TO WRK-EST-CHAVE(WRK-QT-ESTORNOS).                     00016720
            MOVE FD-EST-TIPO-ORIG                                       00016730
                 TO WRK-EST-TIPO-ORIG(WRK-QT-ESTORNOS).                 00016740
            MOVE FD-EST-DATA-ORIG                                       00016750
                 TO WRK-EST-DATA-ORIG(WRK-QT-ESTORNOS).                 00016760
            MOVE FD-EST-SEQ-ORIG                                        00016770
                 TO WRK-EST-SEQ-ORIG(WRK-QT-ESTORNOS).                  00016780
            MOVE FD-VALORMOV                                            00016790
                 TO WRK-EST-VALOR(WRK-QT-ESTORNOS).                     00016800
            MOVE 'V'   TO WRK-EST-SITUACAO(WRK-QT-ESTORNOS).            00016810
            MOVE 'N'   TO WRK-EST-ACHOU-ORIG(WRK-QT-ESTORNOS).          00016820
            MOVE SPACES TO WRK-EST-TIPO-HIST(WRK-QT-ESTORNOS).          00016830
            MOVE ZEROS TO WRK-EST-VALOR-HIST(WRK-QT-ESTORNOS).          00016840
            MOVE 'N'   TO WRK-EST-JA-ESTORNADO(WRK-QT-ESTORNOS).        00016850
            MOVE 'N'   TO WRK-EST-USADO(WRK-QT-ESTORNOS).               00016860
            MOVE SPACES TO WRK-EST-MOTIVO(WRK-QT-ESTORNOS).             00016870
                                                                        00016880
      *----------------------------------------------------------------*00016890
       1925-99-FIM.                    EXIT.                            00016900
      *----------------------------------------------------------------*00016910
      *----------------------------------------------------------------*00016920
       1930-VALIDAR-TRANSF             SECTION.                         00016930
      *----------------------------------------------------------------*00016940
                                                                        00016950
            MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF)                            00016960
                                       TO WRK-CHAVE-PROCURADA.          00016970
            PERFORM 1940-PROCURAR-CHAVE.                                00016980
            IF WRK-ACHOU-CHAVE         EQUAL 'N'                        00016990
                MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)               00017000
            END-IF.                                                     00017010
                                                                        00017020
            MOVE WRK-TRF-CONTRA(WRK-IDX-TRF)                            00017030
                                       TO WRK-CHAVE-PROCURADA.          00017040
            PERFORM 1940-PROCURAR-CHAVE.                                00017050
            IF WRK-ACHOU-CHAVE         EQUAL 'N'                        00017060
                MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)               00017070
            END-IF.                                                     00017080
                                                                        00017090
            MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF)                            00017100
                                       TO WRK-CHAVE-BLQ.                00017110
            PERFORM 2590-PROCURAR-BLOQUEIO.                             00017120
            IF WRK-CONTA-BLOQUEADA     EQUAL 'S'                        00017130
               AND WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'              00017140
                DISPLAY WRK-TRF-ORIGEM(WRK-IDX-TRF)                     00017150
                        'TRANSFERENCIA RETIDA POR BLOQUEIO'             00017160
                MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)               00017170
                ADD 1 TO WRK-ACU-RETIDOS-BLQ                            00017180
            END-IF.                                                     00017190
                                                                        00017200
      *     AS GUARDAS DA PERNA DE DEBITO (CONTA INATIVA, LIMITE E      00017210
      *     SALDO DE ABERTURA) DECIDEM O PAR AQUI, ANTES DE QUALQUER    00017220
      *     PERNA SER LANCADA: ASSIM O PAR FICA ATOMICO MESMO QUANDO    00017230
      *     A CONTRAPARTIDA ORDENA ANTES DA ORIGEM NO CADASTRO.         00017240
            IF WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'                  00017250
                MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF) TO WRK-CHAVE-INA       00017260
                PERFORM 2600-CONFERIR-INATIVA                           00017270
                IF WRK-CONTA-INATIVA EQUAL 'S'                          00017280
                    DISPLAY WRK-TRF-ORIGEM(WRK-IDX-TRF)                 00017290
                            'TRANSFERENCIA EM CONTA INATIVA'            00017300
                    MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)           00017310
                    ADD 1 TO WRK-ACU-RETIDOS-INA                        00017320
                END-IF                                                  00017330
            END-IF.                                                     00017340
                                                                        00017350
            IF WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'                  00017360
                MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF)                        00017370
                     TO WRK-CHAVE-PROCURADA                             00017380
                PERFORM 1940-PROCURAR-CHAVE                             00017390
                MOVE WRK-TBK-SALDO(WRK-CHV-ACHADA)                      00017400
                     TO WRK-SALDO-CONF                                  00017410
                MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF) TO WRK-CHAVE-LIM       00017420
                MOVE WRK-TRF-VALOR(WRK-IDX-TRF)  TO WRK-VALOR-CONF      00017430
                PERFORM 2570-CONFERIR-LIMITE                            00017440
                IF WRK-SALDO-RESULTANTE LESS ZEROS                      00017450
                    DISPLAY WRK-TRF-ORIGEM(WRK-IDX-TRF)                 00017460
                            'TRANSFERENCIA ALEM DO LIMITE'              00017470
                    MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)           00017480
                END-IF                                                  00017490
            END-IF.                                                     00017500
                                                                        00017510
            IF WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'                  00017520
               AND WRK-VALOR-CONF GREATER WRK-SALDO-CONF                00017530
                DISPLAY WRK-TRF-ORIGEM(WRK-IDX-TRF)                     00017540
                        'TRANSF SEM SALDO DE ABERTURA'                  00017550
                MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF)               00017560
            END-IF.                                                     00017570
                                                                        00017580
      *----------------------------------------------------------------*00017590
       1930-99-FIM.                    EXIT.                            00017600
      *----------------------------------------------------------------*00017610
      *----------------------------------------------------------------*00017620
       1940-PROCURAR-CHAVE             SECTION.                         00017630
      *----------------------------------------------------------------*00017640
                                                                        00017650
            MOVE 'N'                   TO WRK-ACHOU-CHAVE.              00017660
            MOVE ZEROS                 TO WRK-CHV-ACHADA.               00017670
            PERFORM 1950-COMPARAR-CHAVE                                 00017680
                VARYING WRK-IDX-CHV FROM 1 BY 1                         00017690
                UNTIL WRK-IDX-CHV GREATER WRK-QT-CHAVES-CLI             00017700
                   OR WRK-ACHOU-CHAVE EQUAL 'S'.                        00017710
                                                                        00017720
      *----------------------------------------------------------------*00017730
       1940-99-FIM.                    EXIT.                            00017740
      *----------------------------------------------------------------*00017750
      *----------------------------------------------------------------*00017760
       1950-COMPARAR-CHAVE             SECTION.                         00017770
      *----------------------------------------------------------------*00017780
                                                                        00017790
            IF WRK-TBK-CHAVE(WRK-IDX-CHV) EQUAL WRK-CHAVE-PROCURADA     00017800
                MOVE WRK-IDX-CHV       TO WRK-CHV-ACHADA                00017810
                MOVE 'S'               TO WRK-ACHOU-CHAVE               00017820
            END-IF.                                                     00017830
                                                                        00017840
      *----------------------------------------------------------------*00017850
       1950-99-FIM.                    EXIT.                            00017860
      *----------------------------------------------------------------*00017870
      *----------------------------------------------------------------*00017880
       1960-VALIDAR-ESTORNOS           SECTION.                         00017890
      *----------------------------------------------------------------*00017900
      *    UMA UNICA LEITURA DO HISTMOV (ORDENADO POR CHAVE+DATA)       00017910
      *    NUMERA CADA MOVIMENTO DENTRO DA CONTA+DATA, NA MESMA ORDEM   00017920
      *    DO SEQUENCIAL DO VSAMMOV, E MARCA NA TABELA O ORIGINAL       00017930
      *    ACHADO E OS ESTORNOS JA GRAVADOS NO HISTORICO. ARQUIVO       00017940
      *    AUSENTE: NENHUM ORIGINAL E ACHADO E TODO ESTORNO E RECUSADO. 00017950
      *----------------------------------------------------------------*00017960
                                                                        00017970
            IF WRK-QT-ESTORNOS         EQUAL ZEROS                      00017980
                GO TO 1960-99-FIM                                       00017990
            END-IF.                                                     00018000
            OPEN INPUT HISTMOV.                                         00018010
            IF WRK-FS-HISTMOV          EQUAL 35                         00018020
                DISPLAY 'HISTMOV AUSENTE - ESTORNOS SERAO RECUSADOS'    00018030
                MOVE 4                 TO RETURN-CODE                   00018040
            ELSE                                                        00018050
                IF WRK-FS-HISTMOV      NOT EQUAL ZEROS                  00018060
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00018070
                    MOVE 'ERRO NO OPEN HISTMOV'                         00018080
                                       TO WRK-MSG-ERRO                  00018090
                    MOVE '1960'        TO WRK-SECTION                   00018100
                    MOVE WRK-FS-HISTMOV TO WRK-STATUS                   00018110
                    PERFORM 9000-TRATAR-ERRO                            00018120
                END-IF                                                  00018130
                PERFORM 1965-LER-HISTMOV                                00018140
                    UNTIL WRK-FS-HISTMOV EQUAL 10                       00018150
                CLOSE HISTMOV                                           00018160
            END-IF.                                                     00018170
            PERFORM 1975-DECIDIR-ESTORNO                                00018180
                VARYING WRK-IDX-EST FROM 1 BY 1                         00018190
                UNTIL WRK-IDX-EST GREATER WRK-QT-ESTORNOS.              00018200
            DISPLAY 'ESTORNOS CONFERIDOS: ' WRK-QT-ESTORNOS.            00018210
                                                                        00018220
      *----------------------------------------------------------------*00018230
       1960-99-FIM.                    EXIT.                            00018240
      *----------------------------------------------------------------*00018250
      *----------------------------------------------------------------*00018260
       1965-LER-HISTMOV                SECTION.                         00018270
      *----------------------------------------------------------------*00018280
                                                                        00018290
            READ HISTMOV               INTO WRK-REG-HISTM.              00018300
            IF WRK-FS-HISTMOV          NOT EQUAL ZEROS                  00018310
                MOVE 10                TO WRK-FS-HISTMOV                00018320
                GO TO 1965-99-FIM                                       00018330
            END-IF.                                                     00018340
            IF WRK-HIS-CHAVE           EQUAL WRK-HST-CHAVE-ANT          00018350
               AND WRK-HIS-DATA        EQUAL WRK-HST-DATA-ANT           00018360
                ADD 1                  TO WRK-HST-SEQ                   00018370
            ELSE                                                        00018380
                MOVE WRK-HIS-CHAVE     TO WRK-HST-CHAVE-ANT             00018390
                MOVE WRK-HIS-DATA      TO WRK-HST-DATA-ANT              00018400
                MOVE 1                 TO WRK-HST-SEQ                   00018410
            END-IF.                                                     00018420
            MOVE WRK-HIS-DATA          TO WRK-DATA-AAAAMMDD.            00018430
            MOVE WRK-AMD-DIA           TO WRK-DDM-DIA.                  00018440
            MOVE WRK-AMD-MES           TO WRK-DDM-MES.                  00018450
            MOVE WRK-AMD-ANO           TO WRK-DDM-ANO.                  00018460
            PERFORM 1970-CONFERIR-ORIGINAL                              00018470
                VARYING WRK-IDX-EST FROM 1 BY 1                         00018480
                UNTIL WRK-IDX-EST GREATER WRK-QT-ESTORNOS.              00018490
                                                                        00018500
      *----------------------------------------------------------------*00018510
       1965-99-FIM.                    EXIT.                            00018520
      *----------------------------------------------------------------*00018530
      *----------------------------------------------------------------*00018540
       1970-CONFERIR-ORIGINAL          SECTION.                         00018550
      *----------------------------------------------------------------*00018560
                                                                        00018570
            IF WRK-EST-CHAVE(WRK-IDX-EST) NOT EQUAL WRK-HIS-CHAVE       00018580
                GO TO 1970-99-FIM                                       00018590
            END-IF.                                                     00018600
            IF WRK-HIS-TIPO            EQUAL 'E'                        00018610
               AND WRK-HIE-DATA-ORIG   EQUAL                            00018620
                   WRK-EST-DATA-ORIG(WRK-IDX-EST)                       00018630
               AND WRK-HIE-SEQ-ORIG    EQUAL                            00018640
                   WRK-EST-SEQ-ORIG(WRK-IDX-EST)                        00018650
                MOVE 'S' TO WRK-EST-JA-ESTORNADO(WRK-IDX-EST)           00018660
            END-IF.                                                     00018670
            IF WRK-DATA-DDMMAAAA-N     EQUAL                            00018680
                   WRK-EST-DATA-ORIG(WRK-IDX-EST)                       00018690
               AND WRK-HST-SEQ         EQUAL                            00018700
                   WRK-EST-SEQ-ORIG(WRK-IDX-EST)                        00018710
                MOVE 'S' TO WRK-EST-ACHOU-ORIG(WRK-IDX-EST)             00018720
                MOVE WRK-HIS-TIPO                                       00018730
                     TO WRK-EST-TIPO-HIST(WRK-IDX-EST)                  00018740
                MOVE WRK-HIS-VALOR                                      00018750
                     TO WRK-EST-VALOR-HIST(WRK-IDX-EST)                 00018760
            END-IF.                                                     00018770
                                                                        00018780
      *----------------------------------------------------------------*00018790
       1970-99-FIM.                    EXIT.                            00018800
      *----------------------------------------------------------------*00018810
      *----------------------------------------------------------------*00018820
       1975-DECIDIR-ESTORNO            SECTION.                         00018830
      *----------------------------------------------------------------*00018840
                                                                        00018850
            EVALUATE TRUE                                               00018860
             WHEN WRK-EST-ACHOU-ORIG(WRK-IDX-EST) EQUAL 'N'             00018870
               MOVE 'ORIGINAL NAO ENCONTRADO'                           00018880
                    TO WRK-EST-MOTIVO(WRK-IDX-EST)                      00018890
             WHEN WRK-EST-JA-ESTORNADO(WRK-IDX-EST) EQUAL 'S'           00018900
               MOVE 'ORIGINAL JA ESTORNADO'                             00018910
                    TO WRK-EST-MOTIVO(WRK-IDX-EST)                      00018920
             WHEN WRK-EST-TIPO-HIST(WRK-IDX-EST) NOT EQUAL              00018930
                  WRK-EST-TIPO-ORIG(WRK-IDX-EST)                        00018940
               MOVE 'TIPO DIFERENTE DO ORIGINAL'                        00018950
                    TO WRK-EST-MOTIVO(WRK-IDX-EST)                      00018960
             WHEN WRK-EST-VALOR-HIST(WRK-IDX-EST) NOT EQUAL             00018970
                  WRK-EST-VALOR(WRK-IDX-EST)                            00018980
               MOVE 'VALOR DIFERENTE DO ORIGINAL'                       00018990
                    TO WRK-EST-MOTIVO(WRK-IDX-EST)                      00019000
             WHEN OTHER                                                 00019010
               PERFORM 1980-CONFERIR-DUPLICADO                          00019020
                   VARYING WRK-IDX-EST2 FROM 1 BY 1                     00019030
                   UNTIL WRK-IDX-EST2 NOT LESS WRK-IDX-EST              00019040
            END-EVALUATE.                                               00019050
            IF WRK-EST-MOTIVO(WRK-IDX-EST) NOT EQUAL SPACES             00019060
                MOVE 'R' TO WRK-EST-SITUACAO(WRK-IDX-EST)               00019070
                DISPLAY WRK-EST-CHAVE(WRK-IDX-EST)                      00019080
                        'ESTORNO RECUSADO: '                            00019090
                        WRK-EST-MOTIVO(WRK-IDX-EST)                     00019100
            END-IF.                                                     00019110
                                                                        00019120
      *----------------------------------------------------------------*00019130
       1975-99-FIM.                    EXIT.                            00019140
      *----------------------------------------------------------------*00019150
      *----------------------------------------------------------------*00019160
       1980-CONFERIR-DUPLICADO         SECTION.                         00019170
      *----------------------------------------------------------------*00019180
      *    SO O PRIMEIRO ESTORNO DE UM MESMO ORIGINAL NA RODADA VALE.   00019190
      *----------------------------------------------------------------*00019200
                                                                        00019210
            IF WRK-EST-SITUACAO(WRK-IDX-EST2) EQUAL 'V'                 00019220
               AND WRK-EST-CHAVE(WRK-IDX-EST2)                          00019230
                   EQUAL WRK-EST-CHAVE(WRK-IDX-EST)                     00019240
               AND WRK-EST-DATA-ORIG(WRK-IDX-EST2)                      00019250
                   EQUAL WRK-EST-DATA-ORIG(WRK-IDX-EST)                 00019260
               AND WRK-EST-SEQ-ORIG(WRK-IDX-EST2)                       00019270
                   EQUAL WRK-EST-SEQ-ORIG(WRK-IDX-EST)                  00019280
                MOVE 'ESTORNO DUPLICADO NA RODADA'                      00019290
                     TO WRK-EST-MOTIVO(WRK-IDX-EST)                     00019300
            END-IF.                                                     00019310
                                                                        00019320
      *----------------------------------------------------------------*00019330
       1980-99-FIM.                    EXIT.                            00019340
      *----------------------------------------------------------------*00019350
                                                                        00019360
      ******************************************************************00019370
      *                    PROCESSAMENTO PRINCIPAL                     *00019380
      ******************************************************************00019390
                                                                        00019400
      *----------------------------------------------------------------*00019410
       2000-PROCESSAR                  SECTION.                         00019420
      *----------------------------------------------------------------*00019430
                                                                        00019440
            ADD 1                      TO WRK-ITERACOES.                00019450
            IF WRK-REPLAY              EQUAL 'S'                        00019460
               AND WRK-ITERACOES       GREATER WRK-RESTART-ATE          00019470
               AND WRK-MODO-SIMULACAO  NOT EQUAL 'S'                    00019480
                MOVE 'N'               TO WRK-REPLAY                    00019490
            END-IF.                                                     00019500
                                                                        00019510
            EVALUATE TRUE                                               00019520
                                                                        00019530
                WHEN FD-CLI2505-CHAVE  LESS FD-MOV2505-CHAVE            00019540
                    PERFORM 2460-APLICAR-CREDITOS-TRANSF                00019550
                    EVALUATE TRUE                                       00019560
                        WHEN FD-CLI2505-SALDO                           00019570
                                       GREATER THAN OR                  00019580
                                       EQUAL WRK-LIM-FAIXA-A            00019590
                            PERFORM 2300-GRAVAR-MOV2505A                00019600
                        WHEN FD-CLI2505-SALDO                           00019610
                                       GREATER THAN OR                  00019620
                                       EQUAL WRK-LIM-FAIXA-B            00019630
                            PERFORM 2350-GRAVAR-MOV2505B                00019640
                        WHEN OTHER                                      00019650
                            PERFORM 2400-GRAVAR-MOV2505C                00019660
                    END-EVALUATE                                        00019670
                                                                        00019680
                    PERFORM 2200-LER-CLI2505                            00019690
                                                                        00019700
                WHEN FD-CLI2505-CHAVE EQUAL FD-MOV2505-CHAVE            00019710
                    PERFORM 2500-ATUALIZA-SALDO                         00019720
                    PERFORM 2100-LER-MOV2505                            00019730
                                                                        00019740
                WHEN OTHER                                              00019750
                    DISPLAY 'MOVIMENTO SEM CLIENTE - CHAVE: '           00019760
                            FD-MOV2505-CHAVE                            00019770
                    IF FD-TIPOMOV      EQUAL 'T'                        00019780
                        IF WRK-REPLAY  NOT EQUAL 'S'                    00019790
                            WRITE FD-SUSPENSO FROM FD-MOV2505           00019800
                        END-IF                                          00019810
                        ADD 1          TO WRK-ACU-GRAV-SUSP             00019820
                        MOVE 'MOVIMENTO SEM CLIENTE'                    00019830
                             TO WRK-SIM-MOTIVO                          00019840
                        PERFORM 2645-CONTAR-DIA-EXC                     00019850
                    ELSE                                                00019860
                        IF WRK-REPLAY  NOT EQUAL 'S'                    00019870
                            WRITE FD-EXCECAO FROM FD-MOV2505            00019880
                        END-IF                                          00019890
                        ADD 1          TO WRK-ACU-GRAV-EXC              00019900
                        MOVE 'MOVIMENTO SEM CLIENTE'                    00019910
                             TO WRK-SIM-MOTIVO                          00019920
                        PERFORM 2645-CONTAR-DIA-EXC                     00019930
                    END-IF                                              00019940
                    PERFORM 2100-LER-MOV2505                            00019950
                                                                        00019960
            END-EVALUATE.                                               00019970
                                                                        00019980
            PERFORM 2800-GRAVAR-CHECKPOINT.                             00019990
                                                                        00020000
      *----------------------------------------------------------------*00020010
       2000-99-FIM.                    EXIT.                            00020020
      *----------------------------------------------------------------*00020030
                                                                        00020040
      ******************************************************************00020050
      *      LEITURA DO ARQUIVO DE ENTRADA - MOV2505                   *00020060
      ******************************************************************00020070
                                                                        00020080
      *----------------------------------------------------------------*00020090
       2100-LER-MOV2505                SECTION.                         00020100
      *----------------------------------------------------------------*00020110
                 READ MOV2505                                           00020120
                  IF WRK-FS-MOV2505 EQUAL 10                            00020130
                   MOVE HIGH-VALUES TO FD-MOV2505-CHAVE                 00020140
                  ELSE                                                  00020150
                   IF FD-MOV2505(1:3) EQUAL 'TRL'                       00020160
                    MOVE FD-MOV2505     TO WRK-REG-TRAILER              00020170
                    MOVE WRK-TRL-QT-REGISTROS TO WRK-TRL-QT-MOV         00020180
                    MOVE WRK-TRL-HASH-VALOR   TO WRK-TRL-HASH-MOV       00020190
                    MOVE 'S'            TO WRK-TRL-ACHOU-MOV            00020200
                    MOVE HIGH-VALUES    TO FD-MOV2505-CHAVE             00020210
                    MOVE 10             TO WRK-FS-MOV2505               00020220
                   ELSE                                                 00020230
                    ADD 1               TO WRK-QT-DADOS-MOV             00020240
                    COMPUTE WRK-HASH-MOV =                              00020250
                        WRK-HASH-MOV + (FD-VALORMOV * 100)              00020260
                    PERFORM 2640-CONTAR-DIA-LIDO                        00020270
                   END-IF                                               00020280
                  END-IF.                                               00020290
            ADD 1                        TO WRK-ACU-LIDOS-MOV.          00020300
      *----------------------------------------------------------------*00020310
       2100-99-FIM.                    EXIT.                            00020320
      *----------------------------------------------------------------*00020330
                                                                        00020340
      ******************************************************************00020350
      *      LEITURA DO ARQUIVO DE ENTRADA - CLI2505                   *00020360
      ******************************************************************00020370
                                                                        00020380
      *----------------------------------------------------------------*00020390
       2200-LER-CLI2505                SECTION.                         00020400
      *----------------------------------------------------------------*00020410
                 READ CLI2505                                           00020420
                  IF WRK-FS-CLI2505 EQUAL 10                            00020430
                   MOVE HIGH-VALUES TO FD-CLI2505-CHAVE                 00020440
                  ELSE                                                  00020450
                   IF FD-CLI2505(1:3) EQUAL 'TRL'                       00020460
                    MOVE FD-CLI2505     TO WRK-REG-TRAILER              00020470
                    MOVE WRK-TRL-QT-REGISTROS TO WRK-TRL-QT-CLI         00020480
                    MOVE WRK-TRL-HASH-VALOR   TO WRK-TRL-HASH-CLI       00020490
                    MOVE 'S'            TO WRK-TRL-ACHOU-CLI            00020500
                    MOVE HIGH-VALUES    TO FD-CLI2505-CHAVE             00020510
                    MOVE 10             TO WRK-FS-CLI2505               00020520
                   ELSE                                                 00020530
                    ADD 1               TO WRK-QT-DADOS-CLI             00020540
                    COMPUTE WRK-HASH-CLI =                              00020550
                        WRK-HASH-CLI + (FD-CLI2505-SALDO * 100)         00020560
                   END-IF                                               00020570
                  END-IF.                                               00020580
            ADD 1                        TO WRK-ACU-LIDOS-CLI.          00020590
                                                                        00020600
      *----------------------------------------------------------------*00020610
       2300-GRAVAR-MOV2505A            SECTION.                         00020620
      *----------------------------------------------------------------*00020630
                                                                        00020640
            IF WRK-REPLAY NOT EQUAL 'S'                                 00020650
                WRITE FD-MOV2505A     FROM FD-CLI2505                   00020660
            END-IF.                                                     00020670
            ADD 1                        TO WRK-ACU-GRAV-MOV-A.         00020680
            PERFORM 2450-GRAVAR-CLIPROX.                                00020690
                                                                        00020700
      *----------------------------------------------------------------*00020710
       2300-99-FIM.                    EXIT.                            00020720
      *----------------------------------------------------------------*00020730
                                                                        00020740
      *----------------------------------------------------------------*00020750
       2350-GRAVAR-MOV2505B            SECTION.                         00020760
      *----------------------------------------------------------------*00020770
                                                                        00020780
            IF WRK-REPLAY NOT EQUAL 'S'                                 00020790
                WRITE FD-MOV2505B     FROM FD-CLI2505                   00020800
            END-IF.                                                     00020810
            ADD 1                        TO WRK-ACU-GRAV-MOV-B.         00020820
            PERFORM 2450-GRAVAR-CLIPROX.                                00020830
                                                                        00020840
      *----------------------------------------------------------------*00020850
       2350-99-FIM.                    EXIT.                            00020860
      *----------------------------------------------------------------*00020870
                                                                        00020880
      *----------------------------------------------------------------*00020890
       2400-GRAVAR-MOV2505C            SECTION.                         00020900
      *----------------------------------------------------------------*00020910
                                                                        00020920
            IF WRK-REPLAY NOT EQUAL 'S'                                 00020930
                WRITE FD-MOV2505C FROM FD-CLI2505                       00020940
            END-IF.                                                     00020950
            ADD 1                        TO WRK-ACU-GRAV-MOV-C.         00020960
            PERFORM 2450-GRAVAR-CLIPROX.                                00020970
                                                                        00020980
      *----------------------------------------------------------------*00020990
       2400-99-FIM.                    EXIT.                            00021000
      *----------------------------------------------------------------*00021010
                                                                        00021020
      *----------------------------------------------------------------*00021030
       2450-GRAVAR-CLIPROX             SECTION.                         00021040
      *----------------------------------------------------------------*00021050
                                                                        00021060
            ADD 1                      TO WRK-QT-CLIPROX.               00021070
            COMPUTE WRK-HASH-CLIPROX =                                  00021080
                WRK-HASH-CLIPROX + (FD-CLI2505-SALDO * 100).            00021090
                                                                        00021100
            IF WRK-MODO-SIMULACAO      EQUAL 'S'                        00021110
                MOVE FD-CLI2505-AGENCIA TO WRK-SIC-AGENCIA              00021120
                MOVE FD-CLI2505-CONTA   TO WRK-SIC-CONTA                00021130
                MOVE FD-CLI2505-NOME    TO WRK-SIC-NOME                 00021140
                MOVE FD-CLI2505-SALDO   TO WRK-SIC-SALDO                00021150
                WRITE FD-RELSIMU FROM WRK-LINHA-SIM-CONTA               00021160
            END-IF.                                                     00021170
                                                                        00021180
            IF WRK-REPLAY              NOT EQUAL 'S'                    00021190
                WRITE FD-CLIPROX       FROM FD-CLI2505                  00021200
            END-IF.                                                     00021210
                                                                        00021220
      *----------------------------------------------------------------*00021230
       2450-99-FIM.                    EXIT.                            00021240
      *----------------------------------------------------------------*00021250
      *----------------------------------------------------------------*00021260
       2460-APLICAR-CREDITOS-TRANSF    SECTION.                         00021270
      *----------------------------------------------------------------*00021280
                                                                        00021290
            PERFORM 2470-APLICAR-UM-CREDITO                             00021300
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00021310
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF.                00021320
                                                                        00021330
      *----------------------------------------------------------------*00021340
       2460-99-FIM.                    EXIT.                            00021350
      *----------------------------------------------------------------*00021360
      *----------------------------------------------------------------*00021370
       2470-APLICAR-UM-CREDITO         SECTION.                         00021380
      *----------------------------------------------------------------*00021390
      *    O CREDITO PODE LEGITIMAMENTE SAIR ANTES DO DEBITO QUANDO A   *00021400
      *    CONTRAPARTIDA ORDENA ANTES DA ORIGEM NO CADASTRO (NAO HA     *00021410
      *    SEGUNDA CHANCE DEPOIS QUE O CLIENTE E GRAVADO): POR ISSO     *00021420
      *    NAO SE EXIGE DEBITO-OK AQUI - A SORTE DO PAR JA FOI          *00021430
      *    DECIDIDA NA PRE-PASSAGEM (1930) E SO PARES 'V' CHEGAM CA.    *00021440
      *----------------------------------------------------------------*00021450
                                                                        00021460
            IF WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'                  00021470
               AND WRK-TRF-CREDITO-OK(WRK-IDX-TRF) EQUAL 'N'            00021480
               AND WRK-TRF-CONTRA(WRK-IDX-TRF)                          00021490
                   EQUAL FD-CLI2505-CHAVE                               00021500
                ADD WRK-TRF-VALOR(WRK-IDX-TRF)                          00021510
                    TO FD-CLI2505-SALDO                                 00021520
                ADD WRK-TRF-VALOR(WRK-IDX-TRF)                          00021530
                    TO WRK-ACU-SALDO-LIQUIDO                            00021540
                MOVE WRK-TRF-DATA(WRK-IDX-TRF)                          00021550
                    TO FD-CLI2505-ULT-MOVTO                             00021560
                MOVE 'S' TO WRK-TRF-CREDITO-OK(WRK-IDX-TRF)             00021570
            END-IF.                                                     00021580
                                                                        00021590
      *----------------------------------------------------------------*00021600
       2470-99-FIM.                    EXIT.                            00021610
      *----------------------------------------------------------------*00021620
      *----------------------------------------------------------------*00021630
       2550-PROCESSAR-TRANSFERENCIA    SECTION.                         00021640
      *----------------------------------------------------------------*00021650
                                                                        00021660
            MOVE 'N'                   TO WRK-ACHOU-TRF.                00021670
                                                                        00021680
            PERFORM 2560-PROCURAR-TRANSF                                00021690
                VARYING WRK-IDX-TRF FROM 1 BY 1                         00021700
                UNTIL WRK-IDX-TRF GREATER WRK-QT-TRANSF                 00021710
                   OR WRK-ACHOU-TRF EQUAL 'S'.                          00021720
                                                                        00021730
            IF WRK-ACHOU-TRF           EQUAL 'N'                        00021740
                DISPLAY FD-MOV2505-CHAVE                                00021750
                        'TRANSFERENCIA REJEITADA'                       00021760
                IF WRK-REPLAY NOT EQUAL 'S'                             00021770
                    WRITE FD-SUSPENSO FROM FD-MOV2505                   00021780
                END-IF                                                  00021790
                ADD 1 TO WRK-ACU-GRAV-SUSP                              00021800
                MOVE 'TRANSFERENCIA REJEITADA'                          00021810
                     TO WRK-SIM-MOTIVO                                  00021820
                PERFORM 2645-CONTAR-DIA-EXC                             00021830
            END-IF.                                                     00021840
                                                                        00021850
      *----------------------------------------------------------------*00021860
       2550-99-FIM.                    EXIT.                            00021870
      *----------------------------------------------------------------*00021880
      *----------------------------------------------------------------*00021890
       2560-PROCURAR-TRANSF            SECTION.                         00021900
      *----------------------------------------------------------------*00021910
                                                                        00021920
            IF WRK-TRF-ORIGEM(WRK-IDX-TRF) EQUAL FD-MOV2505-CHAVE       00021930
               AND WRK-TRF-CONTRA(WRK-IDX-TRF)                          00021940
                   EQUAL FD-MOV2505-CONTRA                              00021950
               AND WRK-TRF-VALOR(WRK-IDX-TRF) EQUAL FD-VALORMOV         00021960
               AND WRK-TRF-DEBITO-OK(WRK-IDX-TRF) EQUAL 'N'             00021970
                MOVE 'S' TO WRK-ACHOU-TRF                               00021980
                MOVE 'S' TO WRK-TRF-DEBITO-OK(WRK-IDX-TRF)              00021990
                IF WRK-TRF-SITUACAO(WRK-IDX-TRF) EQUAL 'V'              00022000
                    PERFORM 2565-APLICAR-DEBITO-TRANSF                  00022010
                ELSE                                                    00022020
                    DISPLAY FD-MOV2505-CHAVE                            00022030
                            'PAR DE TRANSFERENCIA INVALIDO'             00022040
                    IF WRK-REPLAY NOT EQUAL 'S'                         00022050
                        WRITE FD-SUSPENSO FROM FD-MOV2505               00022060
                    END-IF                                              00022070
                    ADD 1 TO WRK-ACU-GRAV-SUSP                          00022080
                    MOVE 'PAR DE TRANSFERENCIA INVALIDO'                00022090
                         TO WRK-SIM-MOTIVO                              00022100
                    PERFORM 2645-CONTAR-DIA-EXC                         00022110
                END-IF                                                  00022120
            END-IF.                                                     00022130
                                                                        00022140
      *----------------------------------------------------------------*00022150
       2560-99-FIM.                    EXIT.                            00022160
      *----------------------------------------------------------------*00022170
      *----------------------------------------------------------------*00022180
       2565-APLICAR-DEBITO-TRANSF      SECTION.                         00022190
      *----------------------------------------------------------------*00022200
      *    CONTA INATIVA, LIMITE E SALDO DE ABERTURA JA FORAM           00022210
      *    DECIDIDOS NA PRE-PASSAGEM (1930), ANTES DE QUALQUER PERNA    00022220
      *    SER LANCADA. AQUI SO RESTA O ESGOTAMENTO DO SALDO PELOS      00022230
      *    MOVIMENTOS DA PROPRIA NOITE: SE O CREDITO AINDA NAO SAIU,    00022240
      *    O PAR VAI INTEIRO PARA O SUSPENSO ('R' BARRA O CREDITO);     00022250
      *    SE A CONTRAPARTIDA JA FOI CREDITADA E GRAVADA, NAO HA MAIS   00022260
      *    COMO SUSPENDER O PAR - A RODADA ABORTA (FATAL) EM VEZ DE     00022270
      *    CRIAR DINHEIRO OU ESTOURAR O SALDO SEM SINAL.                00022280
      *----------------------------------------------------------------*00022290
                                                                        00022300
            IF FD-VALORMOV GREATER FD-CLI2505-SALDO                     00022310
                IF WRK-TRF-CREDITO-OK(WRK-IDX-TRF) EQUAL 'S'            00022320
                    DISPLAY FD-CLI2505-CHAVE                            00022330
                            'TRANSF SEM SALDO APOS CREDITO LANCADO'     00022340
                    MOVE 'FR06EX03'    TO WRK-PROGRAMA                  00022350
                    MOVE 'TRANSF SEM SALDO - PAR JA CREDITADO'          00022360
                                       TO WRK-MSG-ERRO                  00022370
                    MOVE '2565'        TO WRK-SECTION                   00022380
                    MOVE FD-CLI2505-CHAVE TO WRK-STATUS                 00022390
                    PERFORM 9000-TRATAR-ERRO                            00022400
                END-IF                                                  00022410
                DISPLAY FD-CLI2505-CHAVE                                00022420
                        'TRANSF SEM SALDO DISPONIVEL'                   00022430
                MOVE 'TRANSF SEM SALDO DISPONIVEL'                      00022440
                     TO WRK-SIM-MOTIVO                                  00022450
                PERFORM 2567-SUSPENDER-PAR                              00022460
                GO TO 2565-99-FIM                                       00022470
            END-IF.                                                     00022480
                                                                        00022490
            SUBTRACT WRK-TRF-VALOR(WRK-IDX-TRF)                         00022500
                FROM FD-CLI2505-SALDO.                                  00022510
            SUBTRACT WRK-TRF-VALOR(WRK-IDX-TRF)                         00022520
                FROM WRK-ACU-SALDO-LIQUIDO.                             00022530
            MOVE FD-MOV-DATA TO FD-CLI2505-ULT-MOVTO.                   00022540
            ADD WRK-TRF-VALOR(WRK-IDX-TRF)                              00022550
                TO WRK-ACU-TOTAL-TRANSF.                                00022560
            ADD 1 TO WRK-ACU-QT-TRANSF.                                 00022570
                                                                        00022580
      *----------------------------------------------------------------*00022590
       2565-99-FIM.                    EXIT.                            00022600
      *----------------------------------------------------------------*00022610
      *----------------------------------------------------------------*00022620
       2567-SUSPENDER-PAR              SECTION.                         00022630
      *----------------------------------------------------------------*00022640
                                                                        00022650
            MOVE 'R' TO WRK-TRF-SITUACAO(WRK-IDX-TRF).                  00022660
            IF WRK-REPLAY NOT EQUAL 'S'                                 00022670
                WRITE FD-SUSPENSO FROM FD-MOV2505                       00022680
            END-IF.                                                     00022690
            ADD 1 TO WRK-ACU-GRAV-SUSP.                                 00022700
            PERFORM 2645-CONTAR-DIA-EXC.                                00022710
                                                                        00022720
      *----------------------------------------------------------------*00022730
       2567-99-FIM.                    EXIT.                            00022740
      *----------------------------------------------------------------*00022750
      *----------------------------------------------------------------*00022760
       2500-ATUALIZA-SALDO             SECTION.                         00022770
      *----------------------------------------------------------------*00022780
                                                                        00022790
            IF WRK-VALIDA-AGENCIA      EQUAL 'S'                        00022800
                PERFORM 2630-CONFERIR-AGENCIA                           00022810
                IF WRK-ACHOU-AGENCIA   EQUAL 'N'                        00022820
                    DISPLAY FD-MOV2505-CHAVE                            00022830
                            'AGENCIA NAO CADASTRADA'                    00022840
                    IF WRK-REPLAY      NOT EQUAL 'S'                    00022850
                        WRITE FD-SUSPENSO FROM FD-MOV2505               00022860
                    END-IF                                              00022870
                    ADD 1              TO WRK-ACU-GRAV-SUSP             00022880
                    ADD 1              TO WRK-ACU-AGE-INVALIDA          00022890
                    MOVE 'AGENCIA NAO CADASTRADA'                       00022900
                                       TO WRK-SIM-MOTIVO                00022910
                    PERFORM 2645-CONTAR-DIA-EXC                         00022920
                    GO TO 2500-99-FIM                                   00022930
                END-IF                                                  00022940
            END-IF.                                                     00022950
                                                                        00022960
            EVALUATE FD-TIPOMOV                                         00022970
             WHEN 'C'                                                   00022980
               ADD FD-VALORMOV TO FD-CLI2505-SALDO                      00022990
               ADD FD-VALORMOV TO WRK-ACU-TOTAL-CREDITO                 00023000
               ADD FD-VALORMOV TO WRK-ACU-SALDO-LIQUIDO                 00023010
               MOVE FD-MOV-DATA TO FD-CLI2505-ULT-MOVTO                 00023020
               PERFORM 2620-REATIVAR-CONTA                              00023030
             WHEN 'D'                                                   00023040
               MOVE FD-CLI2505-CHAVE TO WRK-CHAVE-BLQ                   00023050
               PERFORM 2590-PROCURAR-BLOQUEIO                           00023060
               IF WRK-CONTA-BLOQUEADA EQUAL 'S'                         00023070
                   DISPLAY FD-CLI2505-CHAVE                             00023080
                           'DEBITO RETIDO POR BLOQUEIO'                 00023090
                   IF WRK-REPLAY NOT EQUAL 'S'                          00023100
                       WRITE FD-SUSPENSO FROM FD-MOV2505                00023110
                   END-IF                                               00023120
                   ADD 1 TO WRK-ACU-GRAV-SUSP                           00023130
                   ADD 1 TO WRK-ACU-RETIDOS-BLQ                         00023140
                   MOVE 'DEBITO RETIDO POR BLOQUEIO'                    00023150
                        TO WRK-SIM-MOTIVO                               00023160
                   PERFORM 2645-CONTAR-DIA-EXC                          00023170
                   GO TO 2500-99-FIM                                    00023180
               END-IF                                                   00023190
               MOVE FD-CLI2505-CHAVE TO WRK-CHAVE-INA                   00023200
               PERFORM 2600-CONFERIR-INATIVA                            00023210
               IF WRK-CONTA-INATIVA EQUAL 'S'                           00023220
                   DISPLAY FD-CLI2505-CHAVE                             00023230
                           'DEBITO EM CONTA INATIVA'                    00023240
                   IF WRK-REPLAY NOT EQUAL 'S'                          00023250
                       WRITE FD-SUSPENSO FROM FD-MOV2505                00023260
                   END-IF                                               00023270
                   ADD 1 TO WRK-ACU-GRAV-SUSP                           00023280
                   ADD 1 TO WRK-ACU-RETIDOS-INA                         00023290
                   MOVE 'DEBITO EM CONTA INATIVA'                       00023300
                        TO WRK-SIM-MOTIVO                               00023310
                   PERFORM 2645-CONTAR-DIA-EXC                          00023320
                   GO TO 2500-99-FIM                                    00023330
               END-IF                                                   00023340
               MOVE FD-CLI2505-CHAVE TO WRK-CHAVE-LIM                   00023350
               MOVE FD-CLI2505-SALDO TO WRK-SALDO-CONF                  00023360
               MOVE FD-VALORMOV      TO WRK-VALOR-CONF                  00023370
               PERFORM 2570-CONFERIR-LIMITE                             00023380
               IF WRK-SALDO-RESULTANTE LESS ZEROS                       00023390
                   DISPLAY FD-CLI2505-CHAVE                             00023400
                           'DEBITO ALEM DO LIMITE DA CONTA'             00023410
                   PERFORM 2670-DEVOLVER-OU-SUSPENDER                   00023420
                   MOVE 'DEBITO ALEM DO LIMITE DA CONTA'                00023430
                        TO WRK-SIM-MOTIVO                               00023440
                   PERFORM 2645-CONTAR-DIA-EXC                          00023450
                   GO TO 2500-99-FIM                                    00023460
               END-IF                                                   00023470
      *        O SALDO DO CLI2505 E SEM SINAL (9(08)V99): DEBITO        00023480
      *        MAIOR QUE O SALDO DISPONIVEL NAO PODE SER APLICADO,      00023490
      *        QUALQUER QUE SEJA O LIMITE APROVADO, SOB PENA DE O       00023500
      *        SUBTRACT GUARDAR O VALOR ABSOLUTO (SALDO CREDOR          00023510
      *        FANTASMA) E O FECHAMENTO DIVERGIR.                       00023520
               IF FD-VALORMOV GREATER FD-CLI2505-SALDO                  00023530
                   DISPLAY FD-CLI2505-CHAVE                             00023540
                           'DEBITO SEM SALDO DISPONIVEL'                00023550
                   PERFORM 2670-DEVOLVER-OU-SUSPENDER                   00023560
                   MOVE 'DEBITO SEM SALDO DISPONIVEL'                   00023570
                        TO WRK-SIM-MOTIVO                               00023580
                   PERFORM 2645-CONTAR-DIA-EXC                          00023590
                   GO TO 2500-99-FIM                                    00023600
               END-IF                                                   00023610
               SUBTRACT FD-VALORMOV FROM FD-CLI2505-SALDO               00023620
               ADD FD-VALORMOV TO WRK-ACU-TOTAL-DEBITO                  00023630
               SUBTRACT FD-VALORMOV FROM WRK-ACU-SALDO-LIQUIDO          00023640
               MOVE FD-MOV-DATA TO FD-CLI2505-ULT-MOVTO                 00023650
             WHEN 'T'                                                   00023660
               PERFORM 2550-PROCESSAR-TRANSFERENCIA                     00023670
             WHEN 'E'                                                   00023680
               PERFORM 2650-PROCESSAR-ESTORNO                           00023690
             WHEN OTHER                                                 00023700
               DISPLAY FD-CLI2505-CHAVE 'TIPO DE MOVIMENTO INVALIDO'    00023710
               IF WRK-REPLAY NOT EQUAL 'S'                              00023720
                   WRITE FD-SUSPENSO FROM FD-MOV2505                    00023730
               END-IF                                                   00023740
               ADD 1 TO WRK-ACU-GRAV-SUSP                               00023750
               MOVE 'TIPO DE MOVIMENTO INVALIDO'                        00023760
                    TO WRK-SIM-MOTIVO                                   00023770
               PERFORM 2645-CONTAR-DIA-EXC                              00023780
            END-EVALUATE.                                               00023790
                                                                        00023800
      *----------------------------------------------------------------*00023810
       2500-99-FIM.                    EXIT.                            00023820
      *----------------------------------------------------------------*00023830
      *----------------------------------------------------------------*00023840
       2570-CONFERIR-LIMITE            SECTION.                         00023850
      *----------------------------------------------------------------*00023860
      *    SALDO RESULTANTE = SALDO + LIMITE DA CONTA - DEBITO.         00023870
      *    NEGATIVO = DEBITO ALEM DO LIMITE APROVADO. CONTA SEM         00023880
      *    REGISTRO NO LIMITES USA O PARAMETRO GLOBAL LIMITE-GLOBAL.    00023890
      *----------------------------------------------------------------*00023900
                                                                        00023910
            MOVE 'N'                   TO WRK-ACHOU-LIMITE.             00023920
            MOVE WRK-LIMITE-GLOBAL     TO WRK-LIMITE-CONTA.             00023930
                                                                        00023940
            PERFORM 2580-PROCURAR-LIMITE                                00023950
                VARYING WRK-IDX-LIM FROM 1 BY 1                         00023960
                UNTIL WRK-IDX-LIM GREATER WRK-QT-LIMITES                00023970
                   OR WRK-ACHOU-LIMITE EQUAL 'S'.                       00023980
                                                                        00023990
            COMPUTE WRK-SALDO-RESULTANTE =                              00024000
                WRK-SALDO-CONF + WRK-LIMITE-CONTA - WRK-VALOR-CONF.     00024010
                                                                        00024020
      *----------------------------------------------------------------*00024030
       2570-99-FIM.                    EXIT.                            00024040
      *----------------------------------------------------------------*00024050
      *----------------------------------------------------------------*00024060
       2580-PROCURAR-LIMITE            SECTION.                         00024070
      *----------------------------------------------------------------*00024080
                                                                        00024090
            IF WRK-TBL-CHAVE(WRK-IDX-LIM) EQUAL WRK-CHAVE-LIM           00024100
                MOVE 'S'               TO WRK-ACHOU-LIMITE              00024110
                MOVE WRK-TBL-LIMITE(WRK-IDX-LIM)                        00024120
                                       TO WRK-LIMITE-CONTA              00024130
            END-IF.                                                     00024140
                                                                        00024150
      *----------------------------------------------------------------*00024160
       2580-99-FIM.                    EXIT.                            00024170
      *----------------------------------------------------------------*00024180
      *----------------------------------------------------------------*00024190
       2590-PROCURAR-BLOQUEIO          SECTION.                         00024200
      *----------------------------------------------------------------*00024210
                                                                        00024220
            MOVE 'N'                   TO WRK-CONTA-BLOQUEADA.          00024230
            PERFORM 2595-COMPARAR-BLOQUEIO                              00024240
                VARYING WRK-IDX-BLQ FROM 1 BY 1                         00024250
                UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS              00024260
                   OR WRK-CONTA-BLOQUEADA EQUAL 'S'.                    00024270
                                                                        00024280
      *----------------------------------------------------------------*00024290
       2590-99-FIM.                    EXIT.                            00024300
      *----------------------------------------------------------------*00024310
      *----------------------------------------------------------------*00024320
       2595-COMPARAR-BLOQUEIO          SECTION.                         00024330
      *----------------------------------------------------------------*00024340
                                                                        00024350
            IF WRK-TBQ-CHAVE(WRK-IDX-BLQ) EQUAL WRK-CHAVE-BLQ           00024360
                MOVE 'S'               TO WRK-CONTA-BLOQUEADA           00024370
            END-IF.                                                     00024380
                                                                        00024390
      *----------------------------------------------------------------*00024400
       2595-99-FIM.                    EXIT.                            00024410
      *----------------------------------------------------------------*00024420
      *----------------------------------------------------------------*00024430
       2600-CONFERIR-INATIVA           SECTION.                         00024440
      *----------------------------------------------------------------*00024450
                                                                        00024460
            MOVE 'N'                   TO WRK-CONTA-INATIVA.            00024470
            PERFORM 2610-COMPARAR-INATIVA                               00024480
                VARYING WRK-IDX-INA FROM 1 BY 1                         00024490
                UNTIL WRK-IDX-INA GREATER WRK-QT-INATIVAS               00024500
                   OR WRK-CONTA-INATIVA EQUAL 'S'.                      00024510
                                                                        00024520
      *----------------------------------------------------------------*00024530
       2600-99-FIM.                    EXIT.                            00024540
      *----------------------------------------------------------------*00024550
      *----------------------------------------------------------------*00024560
       2610-COMPARAR-INATIVA           SECTION.                         00024570
      *----------------------------------------------------------------*00024580
                                                                        00024590
            IF WRK-INA-CHAVE(WRK-IDX-INA) EQUAL WRK-CHAVE-INA           00024600
                MOVE 'S'               TO WRK-CONTA-INATIVA             00024610
            END-IF.                                                     00024620
                                                                        00024630
      *----------------------------------------------------------------*00024640
       2610-99-FIM.                    EXIT.                            00024650
      *----------------------------------------------------------------*00024660
      *----------------------------------------------------------------*00024670
       2620-REATIVAR-CONTA             SECTION.                         00024680
      *----------------------------------------------------------------*00024690
      *    CREDITO APLICADO EM CONTA INATIVA REATIVA A CONTA DENTRO     00024700
      *    DA RODADA: A CHAVE SAI DA TABELA DE INATIVAS E OS DEBITOS    00024710
      *    SEGUINTES VOLTAM A SER HONRADOS.                             00024720
      *----------------------------------------------------------------*00024730
                                                                        00024740
            MOVE FD-CLI2505-CHAVE      TO WRK-CHAVE-INA.                00024750
            PERFORM 2600-CONFERIR-INATIVA.                              00024760
            IF WRK-CONTA-INATIVA       EQUAL 'S'                        00024770
                SUBTRACT 1             FROM WRK-IDX-INA                 00024780
                MOVE HIGH-VALUES                                        00024790
                     TO WRK-INA-CHAVE(WRK-IDX-INA)                      00024800
                ADD 1                  TO WRK-ACU-REATIVADAS            00024810
                DISPLAY FD-CLI2505-CHAVE                                00024820
                        'CONTA REATIVADA POR CREDITO'                   00024830
            END-IF.                                                     00024840
                                                                        00024850
      *----------------------------------------------------------------*00024860
       2620-99-FIM.                    EXIT.                            00024870
      *----------------------------------------------------------------*00024880
      *----------------------------------------------------------------*00024890
       2630-CONFERIR-AGENCIA           SECTION.                         00024900
      *----------------------------------------------------------------*00024910
                                                                        00024920
            MOVE 'N'                   TO WRK-ACHOU-AGENCIA.            00024930
            PERFORM 2635-COMPARAR-AGENCIA                               00024940
                VARYING WRK-IDX-AGA FROM 1 BY 1                         00024950
                UNTIL WRK-IDX-AGA GREATER WRK-QT-AGATIVAS               00024960
                   OR WRK-ACHOU-AGENCIA EQUAL 'S'.                      00024970
                                                                        00024980
      *----------------------------------------------------------------*00024990
       2630-99-FIM.                    EXIT.                            00025000
      *----------------------------------------------------------------*00025010
      *----------------------------------------------------------------*00025020
       2635-COMPARAR-AGENCIA           SECTION.                         00025030
      *----------------------------------------------------------------*00025040
                                                                        00025050
            IF WRK-AGA-CODIGO(WRK-IDX-AGA)                              00025060
               EQUAL FD-MOV2505-AGENCIA                                 00025070
                MOVE 'S'               TO WRK-ACHOU-AGENCIA             00025080
            END-IF.                                                     00025090
                                                                        00025100
      *----------------------------------------------------------------*00025110
       2635-99-FIM.                    EXIT.                            00025120
      *----------------------------------------------------------------*00025130
      *----------------------------------------------------------------*00025140
       2640-CONTAR-DIA-LIDO            SECTION.                         00025150
      *----------------------------------------------------------------*00025160
                                                                        00025170
            IF WRK-MODO-CATCHUP        NOT EQUAL 'S'                    00025180
                GO TO 2640-99-FIM                                       00025190
            END-IF.                                                     00025200
                                                                        00025210
            PERFORM 2647-LOCALIZAR-DIA.                                 00025220
            ADD 1                      TO                               00025230
                WRK-DMV-LIDOS(WRK-DMV-ACHADO).                          00025240
                                                                        00025250
      *----------------------------------------------------------------*00025260
       2640-99-FIM.                    EXIT.                            00025270
      *----------------------------------------------------------------*00025280
      *----------------------------------------------------------------*00025290
       2645-CONTAR-DIA-EXC             SECTION.                         00025300
      *----------------------------------------------------------------*00025310
      *    CHAMADA EM TODA REJEICAO (EXCECAO/SUSPENSO): NA SIMULACAO    00025320
      *    GRAVA A LINHA DE IMPACTO COM O MOTIVO CORRENTE; NO MODO DE   00025330
      *    RECUPERACAO CONTA A EXCECAO DO DIA.                          00025340
      *----------------------------------------------------------------*00025350
                                                                        00025360
            IF WRK-MODO-SIMULACAO      EQUAL 'S'                        00025370
                MOVE FD-MOV2505-AGENCIA TO WRK-SIR-AGENCIA              00025380
                MOVE FD-MOV2505-CONTA   TO WRK-SIR-CONTA                00025390
                MOVE FD-VALORMOV        TO WRK-SIR-VALOR                00025400
                MOVE FD-TIPOMOV         TO WRK-SIR-TIPO                 00025410
                MOVE WRK-SIM-MOTIVO     TO WRK-SIR-MOTIVO               00025420
                WRITE FD-RELSIMU FROM WRK-LINHA-SIM-REJ                 00025430
            END-IF.                                                     00025440
                                                                        00025450
            IF WRK-MODO-CATCHUP        NOT EQUAL 'S'                    00025460
                GO TO 2645-99-FIM                                       00025470
            END-IF.                                                     00025480
                                                                        00025490
            PERFORM 2647-LOCALIZAR-DIA.                                 00025500
            ADD 1                      TO                               00025510
                WRK-DMV-EXCECAO(WRK-DMV-ACHADO).                        00025520
                                                                        00025530
      *----------------------------------------------------------------*00025540
       2645-99-FIM.                    EXIT.                            00025550
      *----------------------------------------------------------------*00025560
      *----------------------------------------------------------------*00025570
       2647-LOCALIZAR-DIA              SECTION.                         00025580
      *----------------------------------------------------------------*00025590
                                                                        00025600
            MOVE ZEROS                 TO WRK-DMV-ACHADO.               00025610
            PERFORM 2648-COMPARAR-DIA                                   00025620
                VARYING WRK-IDX-DMV FROM 1 BY 1                         00025630
                UNTIL WRK-IDX-DMV GREATER WRK-QT-DIAS-MOV               00025640
                   OR WRK-DMV-ACHADO GREATER ZEROS.                     00025650
                                                                        00025660
            IF WRK-DMV-ACHADO          EQUAL ZEROS                      00025670
                IF WRK-QT-DIAS-MOV     LESS 31                          00025680
                    ADD 1              TO WRK-QT-DIAS-MOV               00025690
                    MOVE WRK-QT-DIAS-MOV TO WRK-DMV-ACHADO              00025700
                    MOVE FD-MOV-DATA                                    00025710
                         TO WRK-DMV-DATA(WRK-DMV-ACHADO)                00025720
                    MOVE ZEROS                                          00025730
                         TO WRK-DMV-LIDOS(WRK-DMV-ACHADO)               00025740
                            WRK-DMV-EXCECAO(WRK-DMV-ACHADO)             00025750
                ELSE                                                    00025760
                    DISPLAY '*** AVISO: TABELA DE DIAS CHEIA ***'       00025770
                    MOVE 4             TO RETURN-CODE                   00025780
                    MOVE 1             TO WRK-DMV-ACHADO                00025790
                END-IF                                                  00025800
            END-IF.                                                     00025810
                                                                        00025820
      *----------------------------------------------------------------*00025830
       2647-99-FIM.                    EXIT.                            00025840
      *----------------------------------------------------------------*00025850
      *----------------------------------------------------------------*00025860
       2648-COMPARAR-DIA               SECTION.                         00025870
      *----------------------------------------------------------------*00025880
                                                                        00025890
            IF WRK-DMV-DATA(WRK-IDX-DMV) EQUAL FD-MOV-DATA              00025900
                MOVE WRK-IDX-DMV       TO WRK-DMV-ACHADO                00025910
            END-IF.                                                     00025920
                                                                        00025930
      *----------------------------------------------------------------*00025940
       2648-99-FIM.                    EXIT.                            00025950
      *----------------------------------------------------------------*00025960
      *----------------------------------------------------------------*00025970
       2650-PROCESSAR-ESTORNO          SECTION.                         00025980
      *----------------------------------------------------------------*00025990
      *    O ESTORNO JA FOI CONFERIDO CONTRA O HISTMOV NA PRE-PASSAGEM  00026000
      *    (1960); AQUI SE LOCALIZA A ENTRADA DA TABELA, SE APLICA O    00026010
      *    EFEITO CONTRARIO AO DO ORIGINAL E SE REGISTRA NO RELESTOR.   00026020
      *    O ESTORNO NAO E MOVIMENTACAO DO CLIENTE: NAO ATUALIZA O      00026030
      *    FD-CLI2505-ULT-MOVTO NEM REATIVA A CONTA.                    00026040
      *----------------------------------------------------------------*00026050
                                                                        00026060
            MOVE SPACES                TO WRK-SIM-MOTIVO.               00026070
            IF FD-EST-LITERAL          NOT EQUAL 'ESTORNO '             00026080
               OR FD-EST-DATA-ORIG     NOT NUMERIC                      00026090
               OR FD-EST-SEQ-ORIG      NOT NUMERIC                      00026100
               OR (FD-EST-TIPO-ORIG    NOT EQUAL 'C'                    00026110
                   AND FD-EST-TIPO-ORIG NOT EQUAL 'D')                  00026120
                MOVE 'REFERENCIA ORIGINAL INVALIDA'                     00026130
                                       TO WRK-SIM-MOTIVO                00026140
                PERFORM 2660-RECUSAR-ESTORNO                            00026150
                GO TO 2650-99-FIM                                       00026160
            END-IF.                                                     00026170
            PERFORM 2655-PROCURAR-ESTORNO.                              00026180
            IF WRK-EST-ACHADO          EQUAL ZEROS                      00026190
                MOVE 'ESTORNO FORA DA PRE-PASSAGEM'                     00026200
                                       TO WRK-SIM-MOTIVO                00026210
                PERFORM 2660-RECUSAR-ESTORNO                            00026220
                GO TO 2650-99-FIM                                       00026230
            END-IF.                                                     00026240
            IF WRK-EST-SITUACAO(WRK-EST-ACHADO) EQUAL 'R'               00026250
                MOVE WRK-EST-MOTIVO(WRK-EST-ACHADO)                     00026260
                                       TO WRK-SIM-MOTIVO                00026270
                PERFORM 2660-RECUSAR-ESTORNO                            00026280
                GO TO 2650-99-FIM                                       00026290
            END-IF.                                                     00026300
      *     ESTORNO DE CREDITO DEBITA A CONTA: SO O SALDO DISPONIVEL    00026310
      *     E CONFERIDO (SALDO SEM SINAL, VER 2500) - BLOQUEIO,         00026320
      *     INATIVIDADE E LIMITE NAO RETEM A CORRECAO DE UM CREDITO     00026330
      *     INDEVIDO.                                                   00026340
            IF FD-EST-TIPO-ORIG        EQUAL 'C'                        00026350
                IF FD-VALORMOV         GREATER FD-CLI2505-SALDO         00026360
                    MOVE 'ESTORNO SEM SALDO DISPONIVEL'                 00026370
                                       TO WRK-SIM-MOTIVO                00026380
                    MOVE 'R' TO WRK-EST-SITUACAO(WRK-EST-ACHADO)        00026390
                    PERFORM 2660-RECUSAR-ESTORNO                        00026400
                    GO TO 2650-99-FIM                                   00026410
                END-IF                                                  00026420
                SUBTRACT FD-VALORMOV   FROM FD-CLI2505-SALDO            00026430
                ADD FD-VALORMOV        TO WRK-ACU-TOTAL-DEBITO          00026440
                SUBTRACT FD-VALORMOV   FROM WRK-ACU-SALDO-LIQUIDO       00026450
            ELSE                                                        00026460
                ADD FD-VALORMOV        TO FD-CLI2505-SALDO              00026470
                ADD FD-VALORMOV        TO WRK-ACU-TOTAL-CREDITO         00026480
                ADD FD-VALORMOV        TO WRK-ACU-SALDO-LIQUIDO         00026490
            END-IF.                                                     00026500
            ADD 1                      TO WRK-ACU-ESTORNOS-APL.         00026510
            ADD FD-VALORMOV            TO WRK-ACU-TOTAL-ESTORNO.        00026520
            MOVE 'APLICADO'            TO WRK-ESD-SITUACAO.             00026530
            PERFORM 2665-GRAVAR-RELESTOR.                               00026540
                                                                        00026550
      *----------------------------------------------------------------*00026560
       2650-99-FIM.                    EXIT.                            00026570
      *----------------------------------------------------------------*00026580
      *----------------------------------------------------------------*00026590
       2655-PROCURAR-ESTORNO           SECTION.                         00026600
      *----------------------------------------------------------------*00026610
                                                                        00026620
            MOVE ZEROS                 TO WRK-EST-ACHADO.               00026630
            PERFORM 2657-COMPARAR-ESTORNO                               00026640
                VARYING WRK-IDX-EST FROM 1 BY 1                         00026650
                UNTIL WRK-IDX-EST GREATER WRK-QT-ESTORNOS               00026660
                   OR WRK-EST-ACHADO GREATER ZEROS.                     00026670
            IF WRK-EST-ACHADO          GREATER ZEROS                    00026680
                MOVE 'S'               TO WRK-EST-USADO(WRK-EST-ACHADO) 00026690
            END-IF.                                                     00026700
                                                                        00026710
      *----------------------------------------------------------------*00026720
       2655-99-FIM.                    EXIT.                            00026730
      *----------------------------------------------------------------*00026740
      *----------------------------------------------------------------*00026750
       2657-COMPARAR-ESTORNO           SECTION.                         00026760
      *----------------------------------------------------------------*00026770
                                                                        00026780
            IF WRK-EST-USADO(WRK-IDX-EST) EQUAL 'N'                     00026790
               AND WRK-EST-CHAVE(WRK-IDX-EST)                           00026800
                   EQUAL FD-MOV2505-CHAVE                               00026810
               AND WRK-EST-DATA-ORIG(WRK-IDX-EST)                       00026820
                   EQUAL FD-EST-DATA-ORIG                               00026830
               AND WRK-EST-SEQ-ORIG(WRK-IDX-EST)                        00026840
                   EQUAL FD-EST-SEQ-ORIG                                00026850
               AND WRK-EST-VALOR(WRK-IDX-EST)                           00026860
                   EQUAL FD-VALORMOV                                    00026870
                MOVE WRK-IDX-EST       TO WRK-EST-ACHADO                00026880
            END-IF.                                                     00026890
                                                                        00026900
      *----------------------------------------------------------------*00026910
       2657-99-FIM.                    EXIT.                            00026920
      *----------------------------------------------------------------*00026930
      *----------------------------------------------------------------*00026940
       2660-RECUSAR-ESTORNO            SECTION.                         00026950
      *----------------------------------------------------------------*00026960
                                                                        00026970
            DISPLAY FD-CLI2505-CHAVE 'ESTORNO RECUSADO: '               00026980
                    WRK-SIM-MOTIVO.                                     00026990
            IF WRK-REPLAY              NOT EQUAL 'S'                    00027000
                WRITE FD-SUSPENSO      FROM FD-MOV2505                  00027010
            END-IF.                                                     00027020
            ADD 1                      TO WRK-ACU-GRAV-SUSP.            00027030
            ADD 1                      TO WRK-ACU-ESTORNOS-REJ.         00027040
            PERFORM 2645-CONTAR-DIA-EXC.                                00027050
            MOVE 'RECUSADO'            TO WRK-ESD-SITUACAO.             00027060
            PERFORM 2665-GRAVAR-RELESTOR.                               00027070
                                                                        00027080
      *----------------------------------------------------------------*00027090
       2660-99-FIM.                    EXIT.                            00027100
      *----------------------------------------------------------------*00027110
      *----------------------------------------------------------------*00027120
       2665-GRAVAR-RELESTOR            SECTION.                         00027130
      *----------------------------------------------------------------*00027140
                                                                        00027150
            IF WRK-REPLAY              EQUAL 'S'                        00027160
                GO TO 2665-99-FIM                                       00027170
            END-IF.                                                     00027180
            MOVE FD-MOV2505-AGENCIA    TO WRK-ESD-AGENCIA.              00027190
            MOVE FD-MOV2505-CONTA      TO WRK-ESD-CONTA.                00027200
            MOVE FD-VALORMOV           TO WRK-ESD-VALOR.                00027210
            MOVE FD-EST-TIPO-ORIG      TO WRK-ESD-TIPO-ORIG.            00027220
            MOVE FD-MOVIMENTO(10:8)    TO WRK-ESD-DATA-ORIG.            00027230
            MOVE FD-MOVIMENTO(19:3)    TO WRK-ESD-SEQ-ORIG.             00027240
            MOVE WRK-SIM-MOTIVO        TO WRK-ESD-MOTIVO.               00027250
            WRITE FD-RELESTOR          FROM WRK-LINHA-EST-DET.          00027260
                                                                        00027270
      *----------------------------------------------------------------*00027280
       2665-99-FIM.                    EXIT.                            00027290
      *----------------------------------------------------------------*00027300
      *----------------------------------------------------------------*00027310
       2670-DEVOLVER-OU-SUSPENDER      SECTION.                         00027320
      *----------------------------------------------------------------*00027330
      *    DEBITO DE CHEQUE (FD-MOV-CHEQUE, GERADO PELO FR06C106) SEM  *00027340
      *    SALDO OU ALEM DO LIMITE E DEVOLVIDO NO DEVCHQ COM O MOTIVO  *00027350
      *    DA APRESENTACAO ('11' NA 1A, '12' NA 2A); OS DEMAIS DEBITOS *00027360
      *    CONTINUAM INDO PARA O SUSPENSO. EM AMBOS OS CASOS O CLIENTE *00027370
      *    E AVISADO PELO EVENTO 'SI' DO NOTIFEV.                      *00027380
      *----------------------------------------------------------------*00027390
                                                                        00027400
            PERFORM 2675-GRAVAR-EVENTO-SALDO.                           00027410
                                                                        00027420
            IF FD-CHQ-LITERAL          NOT EQUAL 'CHEQUE '              00027430
               OR FD-CHQ-LIT-APRES     NOT EQUAL 'APRES '               00027440
               OR FD-CHQ-NUMERO        NOT NUMERIC                      00027450
                IF WRK-REPLAY          NOT EQUAL 'S'                    00027460
                    WRITE FD-SUSPENSO  FROM FD-MOV2505                  00027470
                END-IF                                                  00027480
                ADD 1                  TO WRK-ACU-GRAV-SUSP             00027490
                GO TO 2670-99-FIM                                       00027500
            END-IF.                                                     00027510
                                                                        00027520
            MOVE SPACES                TO WRK-REG-CHQDV.                00027530
            MOVE FD-MOV2505            TO WRK-CDV-MOVIMENTO.            00027540
            IF FD-CHQ-APRESENTACAO     EQUAL 2                          00027550
                MOVE '12'              TO WRK-CDV-MOTIVO                00027560
            ELSE                                                        00027570
                MOVE '11'              TO WRK-CDV-MOTIVO                00027580
            END-IF.                                                     00027590
            MOVE 'S'                   TO WRK-CDV-ORIGEM.               00027600
            MOVE WRK-DATA-RODADA       TO WRK-CDV-DATA-DEVOLUCAO.       00027610
            IF WRK-REPLAY              NOT EQUAL 'S'                    00027620
                WRITE FD-DEVCHQ        FROM WRK-REG-CHQDV               00027630
            END-IF.                                                     00027640
            ADD 1                      TO WRK-ACU-CHQ-DEVOLV.           00027650
            DISPLAY FD-CLI2505-CHAVE 'CHEQUE DEVOLVIDO - MOTIVO '       00027660
                    WRK-CDV-MOTIVO.                                     00027670
                                                                        00027680
      *----------------------------------------------------------------*00027690
       2670-99-FIM.                    EXIT.                            00027700
      *----------------------------------------------------------------*00027710
      *----------------------------------------------------------------*00027720
       2675-GRAVAR-EVENTO-SALDO        SECTION.                         00027730
      *----------------------------------------------------------------*00027740
      *    EVENTO 'SI' (DEBITO RECUSADO POR SALDO OU LIMITE) PARA A    *00027750
      *    NOTIFICACAO DO CLIENTE; DATA DA RODADA EM AAAAMMDD E A      *00027760
      *    DESCRICAO DO DEBITO COMO REFERENCIA.                        *00027770
      *----------------------------------------------------------------*00027780
                                                                        00027790
            IF WRK-REPLAY              EQUAL 'S'                        00027800
                GO TO 2675-99-FIM                                       00027810
            END-IF.                                                     00027820
                                                                        00027830
            MOVE SPACES                TO WRK-REG-NOTEV.                00027840
            MOVE 'SI'                  TO WRK-NEV-EVENTO.               00027850
            MOVE FD-MOV2505-CHAVE      TO WRK-NEV-CHAVE.                00027860
            MOVE WRK-DATA-RODADA(5:4)  TO WRK-NEV-DATA(1:4).            00027870
            MOVE WRK-DATA-RODADA(3:2)  TO WRK-NEV-DATA(5:2).            00027880
            MOVE WRK-DATA-RODADA(1:2)  TO WRK-NEV-DATA(7:2).            00027890
            MOVE FD-MOVIMENTO(1:20)    TO WRK-NEV-REFERENCIA.           00027900
            MOVE FD-VALORMOV           TO WRK-NEV-VALOR.                00027910
            WRITE FD-NOTIFEV           FROM WRK-REG-NOTEV.              00027920
            ADD 1                      TO WRK-ACU-NOTIF-SALDO.          00027930
                                                                        00027940
      *----------------------------------------------------------------*00027950
       2675-99-FIM.                    EXIT.                            00027960
      *----------------------------------------------------------------*00027970
                                                                        00027980
      *----------------------------------------------------------------*00027990
       3000-FINALIZAR                  SECTION.                         00028000
      *----------------------------------------------------------------*00028010
                                                                        00028020
            IF                                                          00028030
              WRK-ACU-LIDOS-CLI GREATER ZEROS                           00028040
              AND  WRK-ACU-LIDOS-MOV GREATER ZEROS                      00028050
                PERFORM 5000-TOTAIS                                     00028060
            ELSE                                                        00028070
                DISPLAY 'ERRO NO PROCESSAMENTO'                         00028080
            END-IF                                                      00028090
                                                                        00028100
            PERFORM 2700-CONFERIR-TRAILERS.                             00028110
                                                                        00028120
            PERFORM 2750-FECHAR-CLIPROX.                                00028130
            IF WRK-MODO-SIMULACAO      NOT EQUAL 'S'                    00028140
                MOVE WRK-ACU-ESTORNOS-APL TO WRK-EST-TOT-APL            00028150
                MOVE WRK-ACU-ESTORNOS-REJ TO WRK-EST-TOT-REJ            00028160
                WRITE FD-RELESTOR      FROM WRK-LINHA-EST-TOT           00028170
            END-IF.                                                     00028180
                                                                        00028190
            CLOSE CLI2505                                               00028200
                  MOV2505                                               00028210
                  MOV2505A                                              00028220
                  MOV2505B                                              00028230
                  MOV2505C                                              00028240
                  EXCECAO                                               00028250
                  SUSPENSO                                              00028260
                  CLIPROX                                               00028270
                  RELESTOR                                              00028280
                  DEVCHQ                                                00028290
                  NOTIFEV.                                              00028300
                                                                        00028310
            IF WRK-MODO-SIMULACAO      EQUAL 'S'                        00028320
                CLOSE RELSIMU                                           00028330
                DISPLAY 'SIMULACAO ENCERRADA - NENHUMA SAIDA GRAVADA'   00028340
            ELSE                                                        00028350
                MOVE 'G'               TO WRK-CKPT-FUNCAO               00028360
                MOVE ZEROS             TO WRK-CKPT-POSICAO              00028370
                CALL 'CKPTMOD'         USING WRK-CKPT                   00028380
                PERFORM 3100-GRAVAR-RUNCTL                              00028390
            END-IF.                                                     00028400
                                                                        00028410
      *----------------------------------------------------------------*00028420
       3000-99-FIM.                    EXIT.                            00028430
      *----------------------------------------------------------------*00028440
                                                                        00028450
      *----------------------------------------------------------------*00028460
       2700-CONFERIR-TRAILERS          SECTION.                         00028470
      *----------------------------------------------------------------*00028480
                                                                        00028490
            IF WRK-TRL-ACHOU-CLI       EQUAL 'N'                        00028500
                DISPLAY '*** ALERTA: CLI2505 SEM TRAILER PADRAO ***'    00028510
                MOVE 4                 TO RETURN-CODE                   00028520
            ELSE                                                        00028530
                IF WRK-TRL-QT-CLI      NOT EQUAL WRK-QT-DADOS-CLI       00028540
                   OR WRK-TRL-HASH-CLI NOT EQUAL WRK-HASH-CLI           00028550
                    DISPLAY '*** ALERTA: TRAILER CLI2505 NAO FECHA'     00028560
                    DISPLAY '    QTDE TRAILER: ' WRK-TRL-QT-CLI         00028570
                            ' LIDA: ' WRK-QT-DADOS-CLI                  00028580
                    DISPLAY '    HASH TRAILER: ' WRK-TRL-HASH-CLI       00028590
                    DISPLAY '    HASH LIDO...: ' WRK-HASH-CLI           00028600
                    MOVE 4             TO RETURN-CODE                   00028610
                END-IF                                                  00028620
            END-IF.                                                     00028630
                                                                        00028640
            IF WRK-TRL-ACHOU-MOV       EQUAL 'N'                        00028650
                DISPLAY '*** ALERTA: MOV2505 SEM TRAILER PADRAO ***'    00028660
                MOVE 4                 TO RETURN-CODE                   00028670
            ELSE                                                        00028680
                IF WRK-TRL-QT-MOV      NOT EQUAL WRK-QT-DADOS-MOV       00028690
                   OR WRK-TRL-HASH-MOV NOT EQUAL WRK-HASH-MOV           00028700
                    DISPLAY '*** ALERTA: TRAILER MOV2505 NAO FECHA'     00028710
                    DISPLAY '    QTDE TRAILER: ' WRK-TRL-QT-MOV         00028720
                            ' LIDA: ' WRK-QT-DADOS-MOV                  00028730
                    DISPLAY '    HASH TRAILER: ' WRK-TRL-HASH-MOV       00028740
                    DISPLAY '    HASH LIDO...: ' WRK-HASH-MOV           00028750
                    MOVE 4             TO RETURN-CODE                   00028760
                END-IF                                                  00028770
            END-IF.                                                     00028780
                                                                        00028790
      *----------------------------------------------------------------*00028800
       2700-99-FIM.                    EXIT.                            00028810
      *----------------------------------------------------------------*00028820
      *----------------------------------------------------------------*00028830
       2750-FECHAR-CLIPROX             SECTION.                         00028840
      *----------------------------------------------------------------*00028850
                                                                        00028860
            MOVE SPACES                TO WRK-REG-TRAILER.              00028870
            MOVE 'TRL'                 TO WRK-TRL-ID.                   00028880
            MOVE WRK-QT-CLIPROX        TO WRK-TRL-QT-REGISTROS.         00028890
            MOVE WRK-HASH-CLIPROX      TO WRK-TRL-HASH-VALOR.           00028900
            IF WRK-MODO-SIMULACAO      NOT EQUAL 'S'                    00028910
                MOVE SPACES            TO FD-CLIPROX                    00028920
                MOVE WRK-REG-TRAILER   TO FD-CLIPROX(1:29)              00028930
                WRITE FD-CLIPROX                                        00028940
            END-IF.                                                     00028950
                                                                        00028960
            DISPLAY 'CLIPROX GRAVADOS------------->' WRK-QT-CLIPROX.    00028970
            DISPLAY 'CLIPROX HASH SALDO----------->' WRK-HASH-CLIPROX.  00028980
                                                                        00028990
            IF WRK-QT-CLIPROX          NOT EQUAL WRK-QT-DADOS-CLI       00029000
                DISPLAY '*** ALERTA: CLIPROX SEM TODOS OS CLIENTES'     00029010
                MOVE 4                 TO RETURN-CODE                   00029020
            END-IF.                                                     00029030
                                                                        00029040
            COMPUTE WRK-SALDO-ESPERADO =                                00029050
                WRK-HASH-CLI + (WRK-ACU-SALDO-LIQUIDO * 100).           00029060
            IF WRK-SALDO-ESPERADO      NOT EQUAL WRK-HASH-CLIPROX       00029070
                DISPLAY '*** ALERTA: SALDO DO CLIPROX NAO FECHA COM'    00029080
                DISPLAY '    MASTER ANTERIOR + MOVIMENTOS APLICADOS'    00029090
                DISPLAY '    ESPERADO: ' WRK-SALDO-ESPERADO             00029100
                MOVE 4                 TO RETURN-CODE                   00029110
            END-IF.                                                     00029120
                                                                        00029130
      *----------------------------------------------------------------*00029140
       2750-99-FIM.                    EXIT.                            00029150
      *----------------------------------------------------------------*00029160
      *----------------------------------------------------------------*00029170
       2800-GRAVAR-CHECKPOINT          SECTION.                         00029180
      *----------------------------------------------------------------*00029190
                                                                        00029200
            IF WRK-REPLAY              EQUAL 'S'                        00029210
                GO TO 2800-99-FIM                                       00029220
            END-IF.                                                     00029230
                                                                        00029240
            DIVIDE WRK-ITERACOES BY WRK-CKPT-INTERVALO                  00029250
                GIVING WRK-QT-CKPT                                      00029260
                REMAINDER WRK-RESTO-CKPT.                               00029270
            IF WRK-RESTO-CKPT          EQUAL ZEROS                      00029280
                MOVE 'G'               TO WRK-CKPT-FUNCAO               00029290
                MOVE WRK-ITERACOES     TO WRK-CKPT-POSICAO              00029300
                CALL 'CKPTMOD'         USING WRK-CKPT                   00029310
            END-IF.                                                     00029320
                                                                        00029330
      *----------------------------------------------------------------*00029340
       2800-99-FIM.                    EXIT.                            00029350
      *----------------------------------------------------------------*00029360
      *----------------------------------------------------------------*00029370
       3100-GRAVAR-RUNCTL              SECTION.                         00029380
      *----------------------------------------------------------------*00029390
                                                                        00029400
            OPEN EXTEND RUNCTL.                                         00029410
            IF WRK-FS-RUNCTL           NOT EQUAL ZEROS                  00029420
                MOVE 'FR06EX03'        TO WRK-PROGRAMA                  00029430
                MOVE 'ERRO NO OPEN RUNCTL'                              00029440
                                       TO WRK-MSG-ERRO                  00029450
                MOVE '3100'            TO WRK-SECTION                   00029460
                MOVE WRK-FS-RUNCTL     TO WRK-STATUS                    00029470
                  PERFORM 9000-TRATAR-ERRO                              00029480
            END-IF                                                      00029490
                                                                        00029500
            MOVE SPACES                TO WRK-RUNCTL                    00029510
            MOVE '2'                   TO WRK-RUNCTL-TIPO               00029520
            MOVE 'FR06EX03'            TO WRK-RUNCTL-PROGRAMA           00029530
            COMPUTE WRK-RUNCTL-LIDOS =                                  00029540
                WRK-ACU-LIDOS-CLI + WRK-ACU-LIDOS-MOV                   00029550
            COMPUTE WRK-RUNCTL-GRAVADOS =                               00029560
                WRK-ACU-GRAV-MOV-A + WRK-ACU-GRAV-MOV-B                 00029570
                + WRK-ACU-GRAV-MOV-C                                    00029580
            COMPUTE WRK-RUNCTL-EXCECAO =                                00029590
                WRK-ACU-GRAV-EXC + WRK-ACU-GRAV-SUSP                    00029600
                + WRK-ACU-CHQ-DEVOLV                                    00029610
            MOVE RETURN-CODE           TO WRK-RUNCTL-RETCODE            00029620
            ACCEPT WRK-HORA-ACCEPT FROM TIME                            00029630
            MOVE WRK-HORA-ACC-HHMMSS   TO WRK-HORA-PASSO-FIM            00029640
            MOVE WRK-HORA-PASSO-INI    TO WRK-RUNCTL-HORA-INI           00029650
            MOVE WRK-HORA-PASSO-FIM    TO WRK-RUNCTL-HORA-FIM           00029660
            WRITE FD-RUNCTL            FROM WRK-RUNCTL                  00029670
                                                                        00029680
            MOVE SPACES                TO WRK-RUNCTL                    00029690
            MOVE '3'                   TO WRK-RUNCTL-TIPO               00029700
            MOVE 'FR06EX03'            TO WRK-RUNCTL-VAL-PROGRAMA       00029710
            MOVE WRK-ACU-TOTAL-CREDITO TO WRK-RUNCTL-TOT-CREDITO        00029720
            MOVE WRK-ACU-TOTAL-DEBITO  TO WRK-RUNCTL-TOT-DEBITO         00029730
            MOVE WRK-ACU-TOTAL-TRANSF  TO WRK-RUNCTL-TOT-TRANSF         00029740
            WRITE FD-RUNCTL            FROM WRK-RUNCTL                  00029750
                                                                        00029760
            IF WRK-MODO-CATCHUP EQUAL 'S'                               00029770
                PERFORM 3150-GRAVAR-RUNCTL-DIA                          00029780
                    VARYING WRK-IDX-DMV FROM 1 BY 1                     00029790
                    UNTIL WRK-IDX-DMV GREATER WRK-QT-DIAS-MOV           00029800
            END-IF                                                      00029810
                                                                        00029820
            CLOSE RUNCTL.                                               00029830
                                                                        00029840
      *----------------------------------------------------------------*00029850
       3100-99-FIM.                    EXIT.                            00029860
      *----------------------------------------------------------------*00029870
      *----------------------------------------------------------------*00029880
       3150-GRAVAR-RUNCTL-DIA          SECTION.                         00029890
      *----------------------------------------------------------------*00029900
      *    UMA LINHA TIPO '4' POR DIA DE MOVIMENTO APLICADO NO MODO     00029910
      *    DE RECUPERACAO (APLICADOS = LIDOS - EXCECOES DO DIA).        00029920
      *----------------------------------------------------------------*00029930
                                                                        00029940
            MOVE SPACES                TO WRK-RUNCTL.                   00029950
            MOVE '4'                   TO WRK-RUNCTL-TIPO.              00029960
            MOVE 'FR06EX03'            TO WRK-RUNCTL-DIA-PROGRAMA.      00029970
            MOVE WRK-DMV-DATA(WRK-IDX-DMV)                              00029980
                                       TO WRK-RUNCTL-DIA-DATA.          00029990
            MOVE WRK-DMV-LIDOS(WRK-IDX-DMV)                             00030000
                                       TO WRK-RUNCTL-DIA-LIDOS.         00030010
            COMPUTE WRK-RUNCTL-DIA-APLICADOS =                          00030020
                WRK-DMV-LIDOS(WRK-IDX-DMV)                              00030030
                - WRK-DMV-EXCECAO(WRK-IDX-DMV).                         00030040
            MOVE WRK-DMV-EXCECAO(WRK-IDX-DMV)                           00030050
                                       TO WRK-RUNCTL-DIA-EXCECAO.       00030060
            WRITE FD-RUNCTL            FROM WRK-RUNCTL.                 00030070
                                                                        00030080
      *----------------------------------------------------------------*00030090
       3150-99-FIM.                    EXIT.                            00030100
      *----------------------------------------------------------------*00030110
                                                                        00030120
      *----------------------------------------------------------------*00030130
       4000-TESTE-FS                   SECTION.                         00030140
      *----------------------------------------------------------------*00030150
                                                                        00030160
           PERFORM 4100-TESTE-FS-CLI2505.                               00030170
                                                                        00030180
           PERFORM 4200-TESTE-FS-MOV2505.                               00030190
                                                                        00030200
           PERFORM 4300-TESTE-FS-MOV2505A.                              00030210
                                                                        00030220
           PERFORM 4400-TESTE-FS-MOV2505C.                              00030230
                                                                        00030240
           PERFORM 4500-TESTE-FS-MOV2505B.                              00030250
                                                                        00030260
           PERFORM 4600-TESTE-FS-EXCECAO.                               00030270
                                                                        00030280
           PERFORM 4700-TESTE-FS-SUSPENSO.                              00030290
           PERFORM 4800-TESTE-FS-RELESTOR.                              00030300
           PERFORM 4900-TESTE-FS-DEVCHQ.                                00030310
           PERFORM 4950-TESTE-FS-NOTIFEV.                               00030320
                                                                        00030330
      *----------------------------------------------------------------*00030340
       4000-99-FIM.                    EXIT.                            00030350
      *----------------------------------------------------------------*00030360
                                                                        00030370
      *----------------------------------------------------------------*00030380
       4100-TESTE-FS-CLI2505           SECTION.                         00030390
      *----------------------------------------------------------------*00030400
                                                                        00030410
           IF WRK-FS-CLI2505           NOT EQUAL ZERO                   00030420
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00030430
               MOVE 'ERRO NO OPEN CLI2505 '                             00030440
                                       TO WRK-MSG-ERRO                  00030450
               MOVE '4100'             TO WRK-SECTION                   00030460
               MOVE WRK-FS-CLI2505     TO WRK-STATUS                    00030470
                 PERFORM 9000-TRATAR-ERRO                               00030480
           END-IF.                                                      00030490
                                                                        00030500
      *----------------------------------------------------------------*00030510
       4100-99-FIM.                    EXIT.                            00030520
      *----------------------------------------------------------------*00030530
      *----------------------------------------------------------------*00030540
       4200-TESTE-FS-MOV2505           SECTION.                         00030550
      *----------------------------------------------------------------*00030560
                                                                        00030570
           IF WRK-FS-MOV2505           NOT EQUAL ZEROS                  00030580
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00030590
               MOVE 'ERRO NO OPEN MOV2505 '                             00030600
                                       TO WRK-MSG-ERRO                  00030610
               MOVE '4200'             TO WRK-SECTION                   00030620
               MOVE WRK-FS-MOV2505     TO WRK-STATUS                    00030630
                 PERFORM 9000-TRATAR-ERRO                               00030640
           END-IF.                                                      00030650
                                                                        00030660
      *----------------------------------------------------------------*00030670
       4200-99-FIM.                    EXIT.                            00030680
      *----------------------------------------------------------------*00030690
      *----------------------------------------------------------------*00030700
       4300-TESTE-FS-MOV2505A          SECTION.                         00030710
      *----------------------------------------------------------------*00030720
                                                                        00030730
           IF WRK-FS-MOV2505A          NOT EQUAL ZERO                   00030740
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00030750
               MOVE 'ERRO NO OPEN MOV2505A'                             00030760
                                       TO WRK-MSG-ERRO                  00030770
               MOVE '4300'             TO WRK-SECTION                   00030780
               MOVE WRK-FS-MOV2505A    TO WRK-STATUS                    00030790
                 PERFORM 9000-TRATAR-ERRO                               00030800
           END-IF.                                                      00030810
                                                                        00030820
      *----------------------------------------------------------------*00030830
       4300-99-FIM.                    EXIT.                            00030840
      *----------------------------------------------------------------*00030850
      *----------------------------------------------------------------*00030860
       4400-TESTE-FS-MOV2505C          SECTION.                         00030870
      *----------------------------------------------------------------*00030880
                                                                        00030890
           IF WRK-FS-MOV2505C          NOT EQUAL ZERO                   00030900
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00030910
               MOVE 'ERRO NO OPEN MOV2505'                              00030920
                                       TO WRK-MSG-ERRO                  00030930
               MOVE '4400'             TO WRK-SECTION                   00030940
               MOVE WRK-FS-MOV2505C    TO WRK-STATUS                    00030950
                 PERFORM 9000-TRATAR-ERRO                               00030960
           END-IF.                                                      00030970
                                                                        00030980
      *----------------------------------------------------------------*00030990
       4400-99-FIM.                    EXIT.                            00031000
      *----------------------------------------------------------------*00031010
      *----------------------------------------------------------------*00031020
       4500-TESTE-FS-MOV2505B          SECTION.                         00031030
      *----------------------------------------------------------------*00031040
                                                                        00031050
           IF WRK-FS-MOV2505B          NOT EQUAL ZERO                   00031060
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031070
               MOVE 'ERRO NO OPEN MOV2505B'                             00031080
                                       TO WRK-MSG-ERRO                  00031090
               MOVE '4500'             TO WRK-SECTION                   00031100
               MOVE WRK-FS-MOV2505B    TO WRK-STATUS                    00031110
                 PERFORM 9000-TRATAR-ERRO                               00031120
           END-IF.                                                      00031130
                                                                        00031140
      *----------------------------------------------------------------*00031150
       4500-99-FIM.                    EXIT.                            00031160
      *----------------------------------------------------------------*00031170
      *----------------------------------------------------------------*00031180
       4600-TESTE-FS-EXCECAO           SECTION.                         00031190
      *----------------------------------------------------------------*00031200
                                                                        00031210
           IF WRK-FS-EXCECAO           NOT EQUAL ZERO                   00031220
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031230
               MOVE 'ERRO NO OPEN EXCECAO'                              00031240
                                       TO WRK-MSG-ERRO                  00031250
               MOVE '4600'             TO WRK-SECTION                   00031260
               MOVE WRK-FS-EXCECAO     TO WRK-STATUS                    00031270
                 PERFORM 9000-TRATAR-ERRO                               00031280
           END-IF.                                                      00031290
                                                                        00031300
      *----------------------------------------------------------------*00031310
       4600-99-FIM.                    EXIT.                            00031320
      *----------------------------------------------------------------*00031330
      *----------------------------------------------------------------*00031340
       4700-TESTE-FS-SUSPENSO          SECTION.                         00031350
      *----------------------------------------------------------------*00031360
                                                                        00031370
           IF WRK-FS-SUSPENSO          NOT EQUAL ZERO                   00031380
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031390
               MOVE 'ERRO NO OPEN SUSPENSO'                             00031400
                                       TO WRK-MSG-ERRO                  00031410
               MOVE '4700'             TO WRK-SECTION                   00031420
               MOVE WRK-FS-SUSPENSO    TO WRK-STATUS                    00031430
                 PERFORM 9000-TRATAR-ERRO                               00031440
           END-IF.                                                      00031450
                                                                        00031460
      *----------------------------------------------------------------*00031470
       4700-99-FIM.                    EXIT.                            00031480
      *----------------------------------------------------------------*00031490
      *----------------------------------------------------------------*00031500
       4800-TESTE-FS-RELESTOR          SECTION.                         00031510
      *----------------------------------------------------------------*00031520
                                                                        00031530
           IF WRK-FS-RELESTOR          NOT EQUAL ZERO                   00031540
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031550
               MOVE 'ERRO NO OPEN RELESTOR'                             00031560
                                       TO WRK-MSG-ERRO                  00031570
               MOVE '4800'             TO WRK-SECTION                   00031580
               MOVE WRK-FS-RELESTOR    TO WRK-STATUS                    00031590
                 PERFORM 9000-TRATAR-ERRO                               00031600
           END-IF.                                                      00031610
                                                                        00031620
      *----------------------------------------------------------------*00031630
       4800-99-FIM.                    EXIT.                            00031640
      *----------------------------------------------------------------*00031650
      *----------------------------------------------------------------*00031660
       4900-TESTE-FS-DEVCHQ            SECTION.                         00031670
      *----------------------------------------------------------------*00031680
                                                                        00031690
           IF WRK-FS-DEVCHQ            NOT EQUAL ZERO                   00031700
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031710
               MOVE 'ERRO NO OPEN DEVCHQ'                               00031720
                                       TO WRK-MSG-ERRO                  00031730
               MOVE '4900'             TO WRK-SECTION                   00031740
               MOVE WRK-FS-DEVCHQ      TO WRK-STATUS                    00031750
                 PERFORM 9000-TRATAR-ERRO                               00031760
           END-IF.                                                      00031770
                                                                        00031780
      *----------------------------------------------------------------*00031790
       4900-99-FIM.                    EXIT.                            00031800
      *----------------------------------------------------------------*00031810
      *----------------------------------------------------------------*00031820
       4950-TESTE-FS-NOTIFEV           SECTION.                         00031830
      *----------------------------------------------------------------*00031840
                                                                        00031850
           IF WRK-FS-NOTIFEV           NOT EQUAL ZERO                   00031860
               MOVE 'FR06EX03'         TO WRK-PROGRAMA                  00031870
               MOVE 'ERRO NO OPEN NOTIFEV'                              00031880
                                       TO WRK-MSG-ERRO                  00031890
               MOVE '4950'             TO WRK-SECTION                   00031900
               MOVE WRK-FS-NOTIFEV     TO WRK-STATUS                    00031910
                 PERFORM 9000-TRATAR-ERRO                               00031920
           END-IF.                                                      00031930
                                                                        00031940
      *----------------------------------------------------------------*00031950
       4950-99-FIM.                    EXIT.                            00031960
      *----------------------------------------------------------------*00031970
      *----------------------------------------------------------------*00031980
       5000-TOTAIS                     SECTION.                         00031990
      *----------------------------------------------------------------*00032000
                                                                        00032010
            DISPLAY 'TOTAL LIDOS CLI2505---------->' WRK-ACU-LIDOS-CLI  00032020
            DISPLAY 'TOTAL LIDOS MOV2505---------->' WRK-ACU-LIDOS-MOV  00032030
            DISPLAY 'TOTAL GRAVADOS MOV2505A------>' WRK-ACU-GRAV-MOV-A 00032040
            DISPLAY 'TOTAL GRAVADOS MOV2505B------>' WRK-ACU-GRAV-MOV-B 00032050
            DISPLAY 'TOTAL GRAVADOS MOV2505C------>' WRK-ACU-GRAV-MOV-C 00032060
            DISPLAY 'TOTAL GRAVADOS EXCECAO------->' WRK-ACU-GRAV-EXC   00032070
            DISPLAY 'TOTAL GRAVADOS SUSPENSO------>' WRK-ACU-GRAV-SUSP  00032080
            DISPLAY 'TOTAL GRAVADOS DEVCHQ-------->' WRK-ACU-CHQ-DEVOLV 00032090
            DISPLAY 'TOTAL EVENTOS NOTIFEV-------->' WRK-ACU-NOTIF-SALDO00032100
            DISPLAY 'RETIDOS POR BLOQUEIO--------->'                    00032110
                    WRK-ACU-RETIDOS-BLQ                                 00032120
            DISPLAY 'RETIDOS POR INATIVIDADE------>'                    00032130
                    WRK-ACU-RETIDOS-INA                                 00032140
            DISPLAY 'CONTAS REATIVADAS------------>'                    00032150
                    WRK-ACU-REATIVADAS                                  00032160
            DISPLAY 'AGENCIA NAO CADASTRADA------->'                    00032170
                    WRK-ACU-AGE-INVALIDA                                00032180
            DISPLAY 'ESTORNOS APLICADOS----------->'                    00032190
                    WRK-ACU-ESTORNOS-APL                                00032200
            DISPLAY 'ESTORNOS RECUSADOS----------->'                    00032210
                    WRK-ACU-ESTORNOS-REJ                                00032220
            DISPLAY 'TOTAL CREDITOS-->' WRK-ACU-TOTAL-CREDITO           00032230
            DISPLAY 'TOTAL DEBITOS--->' WRK-ACU-TOTAL-DEBITO            00032240
            DISPLAY 'TOTAL TRANSFER-->' WRK-ACU-TOTAL-TRANSF            00032250
            DISPLAY 'QTDE TRANSFER--->' WRK-ACU-QT-TRANSF               00032260
            DISPLAY 'TOTAL ESTORNOS-->' WRK-ACU-TOTAL-ESTORNO           00032270
            DISPLAY 'SALDO LIQUIDO--->' WRK-ACU-SALDO-LIQUIDO           00032280
                                                                        00032290
            IF (WRK-ACU-TOTAL-CREDITO - WRK-ACU-TOTAL-DEBITO)           00032300
                   NOT EQUAL WRK-ACU-SALDO-LIQUIDO                      00032310
                DISPLAY '*** ALERTA: CREDITOS - DEBITOS DIFERENTE'      00032320
                DISPLAY '    DO SALDO LIQUIDO MOVIMENTADO ***'          00032330
                MOVE 4                TO RETURN-CODE                    00032340
            END-IF.                                                     00032350
                                                                        00032360
      *----------------------------------------------------------------*00032370
       5000-99-FIM.                    EXIT.                            00032380
      *----------------------------------------------------------------*00032390
      *----------------------------------------------------------------*00032400
       9000-TRATAR-ERRO                SECTION.                         00032410
      *----------------------------------------------------------------*00032420
                                                                        00032430
           MOVE WRK-PROGRAMA           TO WRK-ERR-PROGRAMA.             00032440
           MOVE WRK-SECTION            TO WRK-ERR-SECTION.              00032450
           MOVE WRK-MSG-ERRO           TO WRK-ERR-MSG.                  00032460
           MOVE WRK-STATUS             TO WRK-ERR-STATUS.               00032470
           MOVE 'F'                    TO WRK-ERR-SEVERIDADE.           00032480
                                                                        00032490
           CALL 'TRTERRO'              USING WRK-TRTERRO.               00032500
                                                                        00032510
      *----------------------------------------------------------------*00032520
       9000-99-FIM.                    EXIT.                            00032530
      *----------------------------------------------------------------*00032540
