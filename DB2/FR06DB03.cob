      *                                                                *00000140
      *----------------------------------------------------------------*00000150
      *   MANUTENCAO:                                                  *00000160
      *   03/09/2026 JL...: CADA CARTAO LIDO DA SYSIN PASSA A SER     *00000170
      *                     ECOADO NO ARQUIVO CENTRAL DE AUDITORIA     *00000180
      *                     AUDSYSIN VIA MODULO AUDSYS (CARIMBADO COM  *00000190
      *                     PROGRAMA, DATA, HORA E JOB DA RODADA),     *00000200
      *                     PARA A CONSULTA DO FR06CB97.               *00000210
      *   17/08/2022 JL - PASSA A LER UM LOTE DE REGISTROS (ATE O      *00000220
      *                   CARTAO COM ID EM ZEROS) EM VEZ DE UM UNICO,  *00000230
      *                   VALIDA SALARIO E EMAIL ANTES DO INSERT, E    *00000240
      *                   EMITE MENSAGEM PROPRIA PARA CHAVE DUPLICADA  *00000250
      *                   (SQLCODE -803). CORRIGIDO 9000-GRAVAR-ERROS, *00000260
      *                   QUE DAVA GOBACK E ENCERRARIA O LOTE INTEIRO  *00000270
      *                   NO PRIMEIRO ERRO.                            *00000280
      *   22/08/2022 JL - OS ERROS DE INSERT (-181, -803 E OUTROS)     *00000290
      *                   NAO INCREMENTAVAM WRK-ACU-REJEITADOS, SO     *00000300
      *                   WRK-ACU-LIDOS, QUEBRANDO A CONFERENCIA        *00000310
      *                   LIDOS = GRAVADOS + REJEITADOS NO FINAL DO     *00000320
      *                   PROCESSAMENTO.                                *00000330
      *   27/08/2022 JL - MIGRADO DO LAYOUT #GRVLOG PARA O REGISTRO    *00000340
      *                   UNIFICADO #GRVLOG4 (TIPO '4', ORIGEM 'B',    *00000350
      *                   PROGRAMA/SECTION PREENCHIDOS; DATA E HORA    *00000360
      *                   CARIMBADAS PELO GRVLOG). LOGERROS PASSA A    *00000370
      *                   LRECL 80.                                    *00000380
      *   21/09/2022 JL - O SETOR DO CARTAO PASSA A SER VALIDADO       *00000390
      *                   CONTRA A TABELA DE REFERENCIA FOUR001.SETOR  *00000400
      *                   (CODIGO, NOME, FLAG ATIVO): CODIGO           *00000410
      *                   DESCONHECIDO OU INATIVO REJEITA A            *00000420
      *                   CONTRATACAO ANTES DO INSERT.                 *00000430
      *   21/09/2022 JL - TODA CONTRATACAO REJEITADA (VALIDACAO OU     *00000440
      *                   SQLCODE) PASSA A SER GRAVADA NO ARQUIVO DE   *00000450
      *                   RECICLAGEM (RECICLO): OS SEIS CARTOES SAEM   *00000460
      *                   NA IMAGEM EXATA DA SYSIN (O ARQUIVO PODE SER *00000470
      *                   RESSUBMETIDO COMO SYSIN DA PROXIMA RODADA    *00000480
      *                   APOS CORRIGIR SO O CAMPO ERRADO) E O CARTAO  *00000490
      *                   DO ID LEVA O CODIGO DO MOTIVO NAS COLUNAS    *00000500
      *                   75-77 (IGNORADAS PELO ACCEPT): R01 SALARIO,  *00000510
      *                   R02 EMAIL, R03 SETOR, R04 DATA (-181), R05   *00000520
      *                   DUPLICADO (-803), R99 OUTROS. NO FIM DO JOB  *00000530
      *                   SAI O RESUMO DE REJEICOES POR MOTIVO.        *00000540
      *   30/09/2022 JL - O RECICLO GANHA NO FECHAMENTO O GRUPO DE     *00000550
      *                   SEIS CARTOES TERMINADORES (ID 0000):         *00000560
      *                   SEM ELE A RESSUBMISSAO DIRETA COMO SYSIN     *00000570
      *                   ESTOURAVA EM ACCEPT APOS O FIM DO DECK.      *00000580
      *   02/09/2026 JL - O SALARIO DA CONTRATACAO PASSA A SER         *00000590
      *                   VALIDADO CONTRA A TABELA DE FAIXAS           *00000600
      *                   SALARIAIS POR SETOR (FOUR001.FAIXA_SAL:      *00000610
      *                   SETOR, MINIMO, MAXIMO, DATA_EFET - VALE A    *00000620
      *                   VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA   *00000630
      *                   CORRENTE). FORA DA FAIXA REJEITA PARA O      *00000640
      *                   RECICLO COM MOTIVO R06, SALVO COM O          *00000650
      *                   INDICADOR DE APROVACAO DO RH NA COLUNA 21    *00000660
      *                   DO CARTAO DE SALARIO ('S'), QUE PASSA COM    *00000670
      *                   LINHA DE AUDITORIA NO LOG. SETOR SEM FAIXA   *00000680
      *                   CADASTRADA NAO E CRITICADO.                  *00000690
      *   02/09/2026 JL - CONTROLE DE VAGAS POR SETOR: ANTES DO        *00000700
      *                   INSERT, O QUADRO ATUAL DO SETOR (COUNT NA    *00000710
      *                   FOUR001.FUNC) E CONFERIDO CONTRA AS          *00000720
      *                   POSICOES ORCADAS NA FOUR001.VAGAS (SETOR,    *00000730
      *                   POSICOES, DATA_INI/DATA_FIM DE VIGENCIA).    *00000740
      *                   CONTRATACAO QUE ESTOURARIA O ORCAMENTO VAI   *00000750
      *                   PARA O RECICLO COM MOTIVO R07. SETOR SEM     *00000760
      *                   ORCAMENTO CADASTRADO NAO E CRITICADO. O      *00000770
      *                   CENSO ORCADO X OCUPADO SAI NO FR06DB25.      *00000780
      *   15/10/2026 JL - CARGA HORARIA MENSAL CONTRATADA NAS COLUNAS  *00000790
      *                   22-24 DO CARTAO DE SALARIO, GRAVADA NA NOVA  *00000800
      *                   COLUNA CARGAHOR DA FOUR001.FUNC (BASE DAS    *00000810
      *                   HORAS EXTRAS DO FR06DB29). EM BRANCO OU      *00000820
      *                   ZEROS ASSUME 220; NAO NUMERICA OU ACIMA      *00000830
      *                   DE 220 REJEITA PARA O RECICLO COM MOTIVO     *00000840
      *                   R08.                                         *00000850
      *   15/10/2026 JL - ADESAO AO ADIANTAMENTO QUINZENAL NA COLUNA   *00000860
      *                   25 DO CARTAO DE SALARIO ('S' OU 'N'; EM      *00000870
      *                   BRANCO ASSUME 'N'), GRAVADA NA NOVA COLUNA   *00000880
      *                   ADIANTA DA FOUR001.FUNC (SELECAO DO          *00000890
      *                   FR06DB31). OUTRO VALOR REJEITA PARA O        *00000900
      *                   RECICLO COM MOTIVO R09.                      *00000910
      *   15/10/2026 JL - GERENTE IMEDIATO OBRIGATORIO NAS COLUNAS     *00000920
      *                   15-18 DO CARTAO DE SETOR, GRAVADO NA NOVA    *00000930
      *                   COLUNA GERENTE DA FOUR001.FUNC (BASE DO      *00000940
      *                   ORGANOGRAMA DO FR06DB33). EM BRANCO, NAO     *00000950
      *                   NUMERICO, IGUAL AO PROPRIO ID, FORA DA       *00000960
      *                   FOUR001.FUNC OU PRESENTE NA FUNC_DESLIG      *00000970
      *                   REJEITA PARA O RECICLO COM MOTIVO R10.       *00000980
      *================================================================*00000990
                                                                        00001000
      *================================================================*00001010
       ENVIRONMENT                               DIVISION.              00001020
      *================================================================*00001030
                                                                        00001040
      *----------------------------------------------------------------*00001050
       CONFIGURATION                             SECTION.               00001060
      *----------------------------------------------------------------*00001070
                                                                        00001080
       SPECIAL-NAMES.                                                   00001090
           DECIMAL-POINT IS COMMA.                                      00001100
                                                                        00001110
      *----------------------------------------------------------------*00001120
       INPUT-OUTPUT                              SECTION.               00001130
      *----------------------------------------------------------------*00001140
                                                                        00001150
       FILE-CONTROL.                                                    00001160
           SELECT LOGERROS ASSIGN          TO LOGERROS                  00001170
           FILE STATUS                     IS WRK-FS-LOG.               00001180
           SELECT RECICLO ASSIGN           TO RECICLO                   00001190
           FILE STATUS                     IS WRK-FS-RECICLO.           00001200
                                                                        00001210
      *================================================================*00001220
       DATA                                      DIVISION.              00001230
      *================================================================*00001240
                                                                        00001250
      *----------------------------------------------------------------*00001260
       FILE                                      SECTION.               00001270
      *----------------------------------------------------------------*00001280
                                                                        00001290
      *----------------------------------------------------------------*00001300
      * INPUT - DADOS DO ARQUIVO DE GRAVACAO DE ERROS (LOGERROS)       *00001310
      *                                               LRECL = 80       *00001320
      *----------------------------------------------------------------*00001330
                                                                        00001340
       FD  LOGERROS                                                     00001350
           RECORDING MODE IS F                                          00001360
           LABEL RECORD IS STANDARD                                     00001370
           BLOCK CONTAINS 0 RECORDS.                                    00001380
                                                                        00001390
       01 FD-LOG                        PIC X(80).                      00001400
                                                                        00001410
       FD  RECICLO                                                      00001420
           RECORDING MODE IS F                                          00001430
           LABEL RECORD IS STANDARD                                     00001440
           BLOCK CONTAINS 0 RECORDS.                                    00001450
                                                                        00001460
       01 FD-RECICLO                    PIC X(80).                      00001470
                                                                        00001480
      *----------------------------------------------------------------*00001490
       WORKING-STORAGE                           SECTION.               00001500
      *----------------------------------------------------------------*00001510
                                                                        00001520
      *----------------------------------------------------------------*00001530
       01 FILLER                      PIC  X(050)         VALUE         00001540
           '***  FR06DB01 - INICIO DA AREA DE WORKING   ***'.           00001550
      *----------------------------------------------------------------*00001560
                                                                        00001570
      *----------------------------------------------------------------*00001580
       01 FILLER                       PIC  X(050)         VALUE        00001590
           '***  VARIAVEIS DE NULIDADE  ***'.                           00001600
      *----------------------------------------------------------------*00001610
                                                                        00001620
       77 WRK-INDICATOR                PIC S9(4) COMP VALUE ZEROS.      00001630
                                                                        00001640
      *----------------------------------------------------------------*00001650
       01 FILLER                       PIC  X(050)         VALUE        00001660
           '***  AREA DE TRATAMENTO DE ERROS DB2 ***'.                  00001670
      *----------------------------------------------------------------*00001680
                                                                        00001690
       COPY '#GRVLOG4'.                                                 00001700
                                                                        00001710
       77 WRK-GRV                      PIC X(06) VALUE 'GRVLOG'.        00001720
                                                                        00001730
                                                                        00001740
       77 WRK-SQLCODE                  PIC -999.                        00001750
       77 WRK-FS-LOG                   PIC 9(02).                       00001760
                                                                        00001770
       01 WRK-ID.                                                       00001780
          05 FILLER                    PIC X(10).                       00001790
          05 WRK-ID-AC                 PIC 9(04).                       00001800
                                                                        00001810
       01 WRK-NOME.                                                     00001820
          05 FILLER                    PIC X(10).                       00001830
          05 WRK-NOME-AC               PIC X(30).                       00001840
                                                                        00001850
       01 WRK-SETOR.                                                    00001860
          05 FILLER                    PIC X(10).                       00001870
          05 WRK-SETOR-AC              PIC X(04).                       00001880
          05 WRK-GERENTE-AC            PIC X(04).                       00001890
                                                                        00001900
       01 WRK-SALARIO.                                                  00001910
          05 FILLER                    PIC X(10).                       00001920
          05 WRK-SALARIO-AC            PIC 9(08)V99.                    00001930
          05 WRK-FAIXA-OVR-AC          PIC X(01).                       00001940
          05 WRK-CARGA-AC              PIC X(03).                       00001950
          05 WRK-ADIANTA-AC            PIC X(01).                       00001960
                                                                        00001970
       01 WRK-DATAADM.                                                  00001980
          05 FILLER                    PIC X(10).                       00001990
          05 WRK-DATAADM-AC            PIC X(10).                       00002000
                                                                        00002010
       01 WRK-EMAIL.                                                    00002020
          05 FILLER                    PIC X(10).                       00002030
          05 WRK-EMAIL-AC              PIC X(40).                       00002040
                                                                        00002050
      *----------------------------------------------------------------*00002060
       01 FILLER                       PIC  X(050)         VALUE        00002070
           '***  VARIAVEIS DE CONTROLE DO LOTE  ***'.                   00002080
      *----------------------------------------------------------------*00002090
                                                                        00002100
       77 WRK-ACU-LIDOS                PIC 9(05) VALUE ZEROS.           00002110
       77 WRK-SETOR-NOME                PIC X(30) VALUE SPACES.          00002120
       77 WRK-SETOR-ATIVO               PIC X(01) VALUE SPACES.          00002130
       77 WRK-FS-RECICLO                PIC X(02) VALUE SPACES.          00002140
       77 WRK-MOTIVO                    PIC X(03) VALUE SPACES.          00002150
       77 WRK-ACU-R01                   PIC 9(05) VALUE ZEROS.           00002160
       77 WRK-ACU-R02                   PIC 9(05) VALUE ZEROS.           00002170
       77 WRK-ACU-R03                   PIC 9(05) VALUE ZEROS.           00002180
       77 WRK-ACU-R04                   PIC 9(05) VALUE ZEROS.           00002190
       77 WRK-ACU-R05                   PIC 9(05) VALUE ZEROS.           00002200
       77 WRK-ACU-R99                   PIC 9(05) VALUE ZEROS.           00002210
       77 WRK-ACU-R06                   PIC 9(05) VALUE ZEROS.           00002220
       77 WRK-FAIXA-MIN                 PIC 9(10) VALUE ZEROS.           00002230
       77 WRK-FAIXA-MAX                 PIC 9(10) VALUE ZEROS.           00002240
       77 WRK-FAIXA-OK                  PIC X(01) VALUE 'S'.             00002250
       77 WRK-ACU-R07                   PIC 9(05) VALUE ZEROS.           00002260
       77 WRK-ACU-R08                   PIC 9(05) VALUE ZEROS.          00002270
       77 WRK-CARGA-HORARIA             PIC 9(03) VALUE 220.            00002280
       77 WRK-ACU-R09                   PIC 9(05) VALUE ZEROS.          00002290
       77 WRK-ADIANTA                   PIC X(01) VALUE 'N'.            00002300
       77 WRK-QT-OCUPADAS               PIC 9(05) VALUE ZEROS.           00002310
       77 WRK-QT-ORCADAS                PIC 9(05) VALUE ZEROS.           00002320
       77 WRK-ACU-R10                   PIC 9(05) VALUE ZEROS.          00002330
       77 WRK-GERENTE                   PIC 9(04) VALUE ZEROS.          00002340
       77 WRK-QT-GERENTE                PIC 9(05) VALUE ZEROS.          00002350
                                                                        00002360
       01 WRK-CARTAO-RECICLO.                                            00002370
          05 WRK-RCL-DADOS              PIC X(74).                       00002380
          05 WRK-RCL-MOTIVO             PIC X(03).                       00002390
          05 FILLER                     PIC X(03).                       00002400
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00002410
       77 WRK-ACU-REJEITADOS           PIC 9(05) VALUE ZEROS.           00002420
       77 WRK-VALIDO                   PIC X(01) VALUE 'S'.             00002430
       77 WRK-CONT-ARROBA              PIC 9(02) VALUE ZEROS.           00002440
                                                                        00002450
      *----------------------------------------------------------------*00002460
       01 FILLER                       PIC  X(050)         VALUE        00002470
           '*** AREA DO MODULO AUDSYS ***'.                             00002480
      *----------------------------------------------------------------*00002490
                                                                        00002500
        COPY '#AUDSYS'.                                                 00002510
                                                                        00002520
      *----------------------------------------------------------------*00002530
       01 FILLER                       PIC  X(050)         VALUE        00002540
           '*** AREA DB2 ***'.                                          00002550
      *----------------------------------------------------------------*00002560
                                                                        00002570
           EXEC SQL                                                     00002580
           INCLUDE BOOKFUNC                                             00002590
           END-EXEC.                                                    00002600
                                                                        00002610
           EXEC SQL                                                     00002620
              INCLUDE SQLCA                                             00002630
           END-EXEC.                                                    00002640
                                                                        00002650
      *----------------------------------------------------------------*00002660
       01 FILLER                      PIC  X(050)         VALUE         00002670
           '*** AREA DB2 ***'.                                          00002680
      *----------------------------------------------------------------*00002690
                                                                        00002700
      *================================================================*00002710
       PROCEDURE                                 DIVISION.              00002720
      *================================================================*00002730
                                                                        00002740
      ******************************************************************00002750
      *                   PROCESSAMENTO PRINCIPAL                      *00002760
      ******************************************************************00002770
                                                                        00002780
      *----------------------------------------------------------------*00002790
       0000-PRINCIPAL                  SECTION.                         00002800
      *----------------------------------------------------------------*00002810
                                                                        00002820
           PERFORM 1000-INICIAR                                         00002830
                                                                        00002840
           PERFORM 2000-PROCESSAR UNTIL WRK-ID-AC EQUAL ZEROS           00002850
                                                                        00002860
           PERFORM 3000-FINALIZAR.                                      00002870
                                                                        00002880
           STOP RUN.                                                    00002890
                                                                        00002900
      *----------------------------------------------------------------*00002910
       0000-99-FIM.                    EXIT.                            00002920
      *----------------------------------------------------------------*00002930
                                                                        00002940
      *----------------------------------------------------------------*00002950
       1000-INICIAR                    SECTION.                         00002960
      *----------------------------------------------------------------*00002970
                                                                        00002980
           OPEN OUTPUT RECICLO.                                         00002990
           IF WRK-FS-RECICLO           NOT EQUAL ZEROS                  00003000
               DISPLAY 'ERRO NO OPEN RECICLO FS=' WRK-FS-RECICLO        00003010
               MOVE 8                  TO RETURN-CODE                   00003020
               GOBACK                                                   00003030
           END-IF.                                                      00003040
                                                                        00003050
           ACCEPT WRK-ID               FROM SYSIN.                      00003060
           ACCEPT WRK-NOME             FROM SYSIN.                      00003070
           ACCEPT WRK-SETOR            FROM SYSIN.                      00003080
           ACCEPT WRK-SALARIO          FROM SYSIN.                      00003090
           ACCEPT WRK-DATAADM          FROM SYSIN.                      00003100
           ACCEPT WRK-EMAIL            FROM SYSIN.                      00003110
           PERFORM 1900-AUDITAR-CARTOES.                                00003120
                                                                        00003130
      *----------------------------------------------------------------*00003140
       1000-99-FIM.                    EXIT.                            00003150
      *----------------------------------------------------------------*00003160
                                                                        00003170
      *----------------------------------------------------------------*00003180
       1900-AUDITAR-CARTOES            SECTION.                         00003190
      *----------------------------------------------------------------*00003200
      *    ECOA O GRUPO DE SEIS CARTOES DO FUNCIONARIO NO ARQUIVO       00003210
      *    CENTRAL DE AUDITORIA. O GRUPO VAZIO DO FIM DO DECK NAO E     00003220
      *    AUDITADO.                                                    00003230
      *----------------------------------------------------------------*00003240
                                                                        00003250
           IF WRK-ID-AC                EQUAL ZEROS                      00003260
               GO TO 1900-99-FIM                                        00003270
           END-IF.                                                      00003280
                                                                        00003290
           MOVE 'FR06DB03'             TO WRK-AUD-PROGRAMA.             00003300
           MOVE WRK-ID                 TO WRK-AUD-CARTAO.               00003310
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003320
           MOVE WRK-NOME               TO WRK-AUD-CARTAO.               00003330
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003340
           MOVE WRK-SETOR              TO WRK-AUD-CARTAO.               00003350
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003360
           MOVE WRK-SALARIO            TO WRK-AUD-CARTAO.               00003370
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003380
           MOVE WRK-DATAADM            TO WRK-AUD-CARTAO.               00003390
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003400
           MOVE WRK-EMAIL              TO WRK-AUD-CARTAO.               00003410
           CALL 'AUDSYS'               USING WRK-AUDSYS.                00003420
                                                                        00003430
      *----------------------------------------------------------------*00003440
       1900-99-FIM.                    EXIT.                            00003450
      *----------------------------------------------------------------*00003460
                                                                        00003470
      *----------------------------------------------------------------*00003480
       2000-PROCESSAR                  SECTION.                         00003490
      *----------------------------------------------------------------*00003500
                                                                        00003510
           ADD 1                       TO WRK-ACU-LIDOS.                00003520
                                                                        00003530
           PERFORM 1500-VALIDAR-DADOS.                                  00003540
                                                                        00003550
           IF WRK-VALIDO               EQUAL 'S'                        00003560
              MOVE WRK-ID-AC              TO DB2-ID                     00003570
              MOVE WRK-NOME-AC            TO DB2-NOME                   00003580
              MOVE WRK-SETOR-AC           TO DB2-SETOR                  00003590
              MOVE WRK-SALARIO-AC         TO DB2-SALARIO                00003600
              MOVE WRK-DATAADM-AC         TO DB2-DATAADM                00003610
              MOVE WRK-EMAIL-AC           TO DB2-EMAIL                  00003620
              MOVE WRK-CARGA-HORARIA      TO DB2-CARGAHOR               00003630
              MOVE WRK-ADIANTA            TO DB2-ADIANTA                00003640
              MOVE WRK-GERENTE            TO DB2-GERENTE                00003650
                                                                        00003660
              EXEC SQL                                                  00003670
                INSERT INTO                                             00003680
                FOUR001.FUNC (ID,NOME,SETOR,SALARIO,DATAADM,EMAIL,      00003690
                              CARGAHOR,ADIANTA,GERENTE)                 00003700
                 VALUES( :DB2-ID,                                       00003710
                         :DB2-NOME,                                     00003720
                         :DB2-SETOR,                                    00003730
                         :DB2-SALARIO,                                  00003740
                         :DB2-DATAADM,                                  00003750
                         :DB2-EMAIL,                                    00003760
                         :DB2-CARGAHOR,                                 00003770
                         :DB2-ADIANTA,                                  00003780
                         :DB2-GERENTE)                                  00003790
              END-EXEC                                                  00003800
                                                                        00003810
              PERFORM 2100-DISPLAY-DADOS                                00003820
           ELSE                                                         00003830
              ADD 1                    TO WRK-ACU-REJEITADOS            00003840
              PERFORM 9100-GRAVAR-RECICLO                               00003850
           END-IF.                                                      00003860
                                                                        00003870
           ACCEPT WRK-ID               FROM SYSIN.                      00003880
           ACCEPT WRK-NOME             FROM SYSIN.                      00003890
           ACCEPT WRK-SETOR            FROM SYSIN.                      00003900
           ACCEPT WRK-SALARIO          FROM SYSIN.                      00003910
           ACCEPT WRK-DATAADM          FROM SYSIN.                      00003920
           ACCEPT WRK-EMAIL            FROM SYSIN.                      00003930
           PERFORM 1900-AUDITAR-CARTOES.                                00003940
                                                                        00003950
      *----------------------------------------------------------------*00003960
       2000-99-FIM.                    EXIT.                            00003970
      *----------------------------------------------------------------*00003980
                                                                        00003990
      *----------------------------------------------------------------*00004000
       1500-VALIDAR-DADOS              SECTION.                         00004010
      *----------------------------------------------------------------*00004020
                                                                        00004030
           MOVE 'S'                    TO WRK-VALIDO.                   00004040
           MOVE SPACES                 TO WRK-MOTIVO.                   00004050
           MOVE ZEROS                  TO WRK-CONT-ARROBA.              00004060
                                                                        00004070
           IF WRK-SALARIO-AC           NOT NUMERIC                      00004080
              OR WRK-SALARIO-AC        EQUAL ZEROS                      00004090
               MOVE 'N'                TO WRK-VALIDO                    00004100
               MOVE 'R01'              TO WRK-MOTIVO                    00004110
               DISPLAY 'SALARIO INVALIDO PARA ID..: ' WRK-ID-AC         00004120
           END-IF.                                                      00004130
                                                                        00004140
           PERFORM 1550-VALIDAR-CARGA-HORARIA.                          00004150
           PERFORM 1560-VALIDAR-ADIANTAMENTO.                           00004160
           PERFORM 1570-VALIDAR-GERENTE.                                00004170
                                                                        00004180
           INSPECT WRK-EMAIL-AC        TALLYING WRK-CONT-ARROBA         00004190
                                       FOR ALL '@'.                     00004200
                                                                        00004210
           IF WRK-CONT-ARROBA          NOT EQUAL 1                      00004220
               MOVE 'N'                TO WRK-VALIDO                    00004230
               IF WRK-MOTIVO           EQUAL SPACES                     00004240
                   MOVE 'R02'          TO WRK-MOTIVO                    00004250
               END-IF                                                   00004260
               DISPLAY 'EMAIL INVALIDO PARA ID....: ' WRK-ID-AC         00004270
           END-IF.                                                      00004280
                                                                        00004290
           PERFORM 1600-VALIDAR-SETOR.                                  00004300
                                                                        00004310
           IF WRK-VALIDO               EQUAL 'S'                        00004320
               PERFORM 1700-VALIDAR-FAIXA-SALARIAL                      00004330
           END-IF.                                                      00004340
                                                                        00004350
           IF WRK-VALIDO               EQUAL 'S'                        00004360
               PERFORM 1800-VALIDAR-VAGA                                00004370
           END-IF.                                                      00004380
                                                                        00004390
      *----------------------------------------------------------------*00004400
       1500-99-FIM.                    EXIT.                            00004410
      *----------------------------------------------------------------*00004420
                                                                        00004430
      *----------------------------------------------------------------*00004440
       1550-VALIDAR-CARGA-HORARIA      SECTION.                         00004450
      *----------------------------------------------------------------*00004460
      *    CARGA HORARIA MENSAL (COL 22-24 DO CARTAO DE SALARIO): EM   *00004470
      *    BRANCO OU ZEROS VALE O PADRAO DE 220 HORAS; NAO NUMERICA    *00004480
      *    OU ACIMA DO LIMITE LEGAL DE 220 REJEITA COM R08.            *00004490
      *----------------------------------------------------------------*00004500
                                                                        00004510
           MOVE 220                    TO WRK-CARGA-HORARIA.            00004520
           IF WRK-CARGA-AC             EQUAL SPACES OR '000'            00004530
               GO TO 1550-99-FIM                                        00004540
           END-IF.                                                      00004550
                                                                        00004560
           IF WRK-CARGA-AC             NUMERIC                          00004570
               MOVE WRK-CARGA-AC       TO WRK-CARGA-HORARIA             00004580
           END-IF.                                                      00004590
                                                                        00004600
           IF WRK-CARGA-AC             NOT NUMERIC                      00004610
              OR WRK-CARGA-HORARIA     GREATER 220                      00004620
               MOVE 'N'                TO WRK-VALIDO                    00004630
               IF WRK-MOTIVO           EQUAL SPACES                     00004640
                   MOVE 'R08'          TO WRK-MOTIVO                    00004650
               END-IF                                                   00004660
               DISPLAY 'CARGA HORARIA INVALIDA ID.: ' WRK-ID-AC         00004670
           END-IF.                                                      00004680
                                                                        00004690
      *----------------------------------------------------------------*00004700
       1550-99-FIM.                    EXIT.                            00004710
      *----------------------------------------------------------------*00004720
                                                                        00004730
      *----------------------------------------------------------------*00004740
       1560-VALIDAR-ADIANTAMENTO       SECTION.                         00004750
      *----------------------------------------------------------------*00004760
      *    ADESAO AO ADIANTAMENTO QUINZENAL (COL 25 DO CARTAO DE       *00004770
      *    SALARIO): 'S' OU 'N', EM BRANCO VALE 'N'; OUTRO VALOR       *00004780
      *    REJEITA COM R09.                                            *00004790
      *----------------------------------------------------------------*00004800
                                                                        00004810
           MOVE 'N'                    TO WRK-ADIANTA.                  00004820
           IF WRK-ADIANTA-AC           EQUAL SPACES                     00004830
               GO TO 1560-99-FIM                                        00004840
           END-IF.                                                      00004850
                                                                        00004860
           IF WRK-ADIANTA-AC           EQUAL 'S' OR 'N'                 00004870
               MOVE WRK-ADIANTA-AC     TO WRK-ADIANTA                   00004880
           ELSE                                                         00004890
               MOVE 'N'                TO WRK-VALIDO                    00004900
               IF WRK-MOTIVO           EQUAL SPACES                     00004910
                   MOVE 'R09'          TO WRK-MOTIVO                    00004920
               END-IF                                                   00004930
               DISPLAY 'ADESAO AO ADIANTAMENTO INVALIDA ID.: ' WRK-ID-AC00004940
           END-IF.                                                      00004950
                                                                        00004960
      *----------------------------------------------------------------*00004970
       1560-99-FIM.                    EXIT.                            00004980
      *----------------------------------------------------------------*00004990
                                                                        00005000
      *----------------------------------------------------------------*00005010
       1570-VALIDAR-GERENTE            SECTION.                         00005020
      *----------------------------------------------------------------*00005030
      *    GERENTE IMEDIATO (COL 15-18 DO CARTAO DE SETOR): OBRIGA-    *00005040
      *    TORIO, DIFERENTE DO PROPRIO ID, FUNCIONARIO ATIVO NA        *00005050
      *    FOUR001.FUNC E AUSENTE DA FOUR001.FUNC_DESLIG. FALHA        *00005060
      *    REJEITA COM R10.                                            *00005070
      *----------------------------------------------------------------*00005080
                                                                        00005090
           MOVE ZEROS                  TO WRK-GERENTE.                  00005100
           IF WRK-GERENTE-AC           NOT NUMERIC                      00005110
              OR WRK-GERENTE-AC        EQUAL '0000'                     00005120
               DISPLAY 'GERENTE NAO INFORMADO ID..: ' WRK-ID-AC         00005130
               GO TO 1570-90-REJEITAR                                   00005140
           END-IF.                                                      00005150
                                                                        00005160
           MOVE WRK-GERENTE-AC         TO WRK-GERENTE.                  00005170
           IF WRK-GERENTE              EQUAL WRK-ID-AC                  00005180
               DISPLAY 'GERENTE IGUAL AO PROPRIO ID: ' WRK-ID-AC        00005190
               GO TO 1570-90-REJEITAR                                   00005200
           END-IF.                                                      00005210
                                                                        00005220
           EXEC SQL                                                     00005230
             SELECT COUNT(*)                                            00005240
              INTO :WRK-QT-GERENTE                                      00005250
              FROM FOUR001.FUNC                                         00005260
              WHERE ID = :WRK-GERENTE                                   00005270
           END-EXEC.                                                    00005280
                                                                        00005290
           IF SQLCODE                  NOT EQUAL ZEROS                  00005300
               MOVE SQLCODE            TO WRK-SQLCODE                   00005310
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO GERENTE'    00005320
               GO TO 1570-90-REJEITAR                                   00005330
           END-IF.                                                      00005340
                                                                        00005350
           IF WRK-QT-GERENTE           EQUAL ZEROS                      00005360
               DISPLAY 'GERENTE ' WRK-GERENTE                           00005370
                       ' NAO CADASTRADO - ID: ' WRK-ID-AC               00005380
               GO TO 1570-90-REJEITAR                                   00005390
           END-IF.                                                      00005400
                                                                        00005410
           EXEC SQL                                                     00005420
             SELECT COUNT(*)                                            00005430
              INTO :WRK-QT-GERENTE                                      00005440
              FROM FOUR001.FUNC_DESLIG                                  00005450
              WHERE ID = :WRK-GERENTE                                   00005460
           END-EXEC.                                                    00005470
                                                                        00005480
           IF SQLCODE                  NOT EQUAL ZEROS                  00005490
               MOVE SQLCODE            TO WRK-SQLCODE                   00005500
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO GERENTE'    00005510
               GO TO 1570-90-REJEITAR                                   00005520
           END-IF.                                                      00005530
                                                                        00005540
           IF WRK-QT-GERENTE           EQUAL ZEROS                      00005550
               GO TO 1570-99-FIM                                        00005560
           END-IF.                                                      00005570
                                                                        00005580
           DISPLAY 'GERENTE ' WRK-GERENTE                               00005590
                   ' DESLIGADO - ID: ' WRK-ID-AC.                       00005600
                                                                        00005610
       1570-90-REJEITAR.                                                00005620
           MOVE 'N'                    TO WRK-VALIDO.                   00005630
           IF WRK-MOTIVO               EQUAL SPACES                     00005640
               MOVE 'R10'              TO WRK-MOTIVO                    00005650
           END-IF.                                                      00005660
                                                                        00005670
      *----------------------------------------------------------------*00005680
       1570-99-FIM.                    EXIT.                            00005690
      *----------------------------------------------------------------*00005700
                                                                        00005710
      *----------------------------------------------------------------*00005720
       1600-VALIDAR-SETOR              SECTION.                         00005730
      *----------------------------------------------------------------*00005740
                                                                        00005750
           MOVE WRK-SETOR-AC           TO DB2-SETOR.                    00005760
                                                                        00005770
           EXEC SQL                                                     00005780
             SELECT NOME, ATIVO                                         00005790
              INTO :WRK-SETOR-NOME, :WRK-SETOR-ATIVO                    00005800
              FROM FOUR001.SETOR                                        00005810
              WHERE CODIGO = :DB2-SETOR                                 00005820
           END-EXEC.                                                    00005830
                                                                        00005840
           EVALUATE TRUE                                                00005850
            WHEN SQLCODE EQUAL 100                                      00005860
              MOVE 'N'                 TO WRK-VALIDO                    00005870
              IF WRK-MOTIVO            EQUAL SPACES                     00005880
                  MOVE 'R03'           TO WRK-MOTIVO                    00005890
              END-IF                                                    00005900
              DISPLAY 'SETOR INEXISTENTE PARA ID.: ' WRK-ID-AC          00005910
            WHEN SQLCODE NOT EQUAL ZEROS                                00005920
              MOVE 'N'                 TO WRK-VALIDO                    00005930
              MOVE SQLCODE             TO WRK-SQLCODE                   00005940
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DO SETOR'       00005950
            WHEN WRK-SETOR-ATIVO NOT EQUAL 'S'                          00005960
              MOVE 'N'                 TO WRK-VALIDO                    00005970
              IF WRK-MOTIVO            EQUAL SPACES                     00005980
                  MOVE 'R03'           TO WRK-MOTIVO                    00005990
              END-IF                                                    00006000
              DISPLAY 'SETOR INATIVO PARA ID.....: ' WRK-ID-AC          00006010
           END-EVALUATE.                                                00006020
                                                                        00006030
      *----------------------------------------------------------------*00006040
       1600-99-FIM.                    EXIT.                            00006050
      *----------------------------------------------------------------*00006060
                                                                        00006070
      *----------------------------------------------------------------*00006080
       1700-VALIDAR-FAIXA-SALARIAL     SECTION.                         00006090
      *----------------------------------------------------------------*00006100
      *    FAIXA SALARIAL DO SETOR (FOUR001.FAIXA_SAL, VIGENCIA MAIS   *00006110
      *    RECENTE): FORA DA FAIXA REJEITA COM R06, SALVO APROVACAO    *00006120
      *    EXPLICITA DO RH (COL 21 DO CARTAO DE SALARIO = 'S'), QUE    *00006130
      *    PASSA COM LINHA DE AUDITORIA. SETOR SEM FAIXA NAO CRITICA.  *00006140
      *----------------------------------------------------------------*00006150
                                                                        00006160
           MOVE 'S'                    TO WRK-FAIXA-OK.                 00006170
                                                                        00006180
           EXEC SQL                                                     00006190
             SELECT MINIMO, MAXIMO                                      00006200
              INTO :WRK-FAIXA-MIN, :WRK-FAIXA-MAX                       00006210
              FROM FOUR001.FAIXA_SAL                                    00006220
              WHERE SETOR = :DB2-SETOR                                  00006230
                AND DATA_EFET =                                         00006240
                    (SELECT MAX(DATA_EFET)                              00006250
                       FROM FOUR001.FAIXA_SAL                           00006260
                      WHERE SETOR = :DB2-SETOR                          00006270
                        AND DATA_EFET <= CURRENT DATE)                  00006280
           END-EXEC.                                                    00006290
                                                                        00006300
           EVALUATE TRUE                                                00006310
            WHEN SQLCODE EQUAL 100                                      00006320
              GO TO 1700-99-FIM                                         00006330
            WHEN SQLCODE NOT EQUAL ZEROS                                00006340
              MOVE SQLCODE             TO WRK-SQLCODE                   00006350
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DA FAIXA'       00006360
              GO TO 1700-99-FIM                                         00006370
            WHEN OTHER                                                  00006380
              CONTINUE                                                  00006390
           END-EVALUATE.                                                00006400
                                                                        00006410
           IF WRK-SALARIO-AC           LESS WRK-FAIXA-MIN               00006420
              OR WRK-SALARIO-AC        GREATER WRK-FAIXA-MAX            00006430
               IF WRK-FAIXA-OVR-AC     EQUAL 'S'                        00006440
                   DISPLAY 'FAIXA EXCEDIDA COM APROVACAO DO RH - '      00006450
                           'ID: ' WRK-ID-AC                             00006460
                   MOVE 'FAIXA EXCEDIDA COM APROVACAO'                  00006470
                                       TO WRK-MSG-ERRO                  00006480
                   MOVE WRK-ID-AC      TO WRK-STATUS                    00006490
                   PERFORM 9000-GRAVAR-ERROS                            00006500
               ELSE                                                     00006510
                   MOVE 'N'            TO WRK-VALIDO                    00006520
                   IF WRK-MOTIVO       EQUAL SPACES                     00006530
                       MOVE 'R06'      TO WRK-MOTIVO                    00006540
                   END-IF                                               00006550
                   DISPLAY 'FORA DA FAIXA SALARIAL - ID: ' WRK-ID-AC    00006560
               END-IF                                                   00006570
           END-IF.                                                      00006580
                                                                        00006590
      *----------------------------------------------------------------*00006600
       1700-99-FIM.                    EXIT.                            00006610
      *----------------------------------------------------------------*00006620
                                                                        00006630
      *----------------------------------------------------------------*00006640
       1800-VALIDAR-VAGA               SECTION.                         00006650
      *----------------------------------------------------------------*00006660
      *    QUADRO DO SETOR CONTRA AS POSICOES ORCADAS NA               *00006670
      *    FOUR001.VAGAS (PERIODO DE VIGENCIA CORRENTE): SEM VAGA      *00006680
      *    REJEITA COM R07. SETOR SEM ORCAMENTO NAO E CRITICADO.       *00006690
      *----------------------------------------------------------------*00006700
                                                                        00006710
           EXEC SQL                                                     00006720
             SELECT POSICOES                                            00006730
              INTO :WRK-QT-ORCADAS                                      00006740
              FROM FOUR001.VAGAS                                        00006750
              WHERE SETOR = :DB2-SETOR                                  00006760
                AND CURRENT DATE BETWEEN DATA_INI AND DATA_FIM          00006770
           END-EXEC.                                                    00006780
                                                                        00006790
           EVALUATE TRUE                                                00006800
            WHEN SQLCODE EQUAL 100                                      00006810
              GO TO 1800-99-FIM                                         00006820
            WHEN SQLCODE NOT EQUAL ZEROS                                00006830
              MOVE SQLCODE             TO WRK-SQLCODE                   00006840
              DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONSULTA DE VAGAS'       00006850
              GO TO 1800-99-FIM                                         00006860
            WHEN OTHER                                                  00006870
              CONTINUE                                                  00006880
           END-EVALUATE.                                                00006890
                                                                        00006900
           EXEC SQL                                                     00006910
             SELECT COUNT(*)                                            00006920
              INTO :WRK-QT-OCUPADAS                                     00006930
              FROM FOUR001.FUNC                                         00006940
              WHERE SETOR = :DB2-SETOR                                  00006950
           END-EXEC.                                                    00006960
                                                                        00006970
           IF SQLCODE                  NOT EQUAL ZEROS                  00006980
               MOVE SQLCODE            TO WRK-SQLCODE                   00006990
               DISPLAY 'ERRO ' WRK-SQLCODE ' NA CONTAGEM DO QUADRO'     00007000
               GO TO 1800-99-FIM                                        00007010
           END-IF.                                                      00007020
                                                                        00007030
           IF WRK-QT-OCUPADAS          NOT LESS WRK-QT-ORCADAS          00007040
               MOVE 'N'                TO WRK-VALIDO                    00007050
               IF WRK-MOTIVO           EQUAL SPACES                     00007060
                   MOVE 'R07'          TO WRK-MOTIVO                    00007070
               END-IF                                                   00007080
               DISPLAY 'SEM VAGA NO SETOR - ID: ' WRK-ID-AC             00007090
                       ' (OCUPADAS ' WRK-QT-OCUPADAS                    00007100
                       ' ORCADAS ' WRK-QT-ORCADAS ')'                   00007110
           END-IF.                                                      00007120
                                                                        00007130
      *----------------------------------------------------------------*00007140
       1800-99-FIM.                    EXIT.                            00007150
      *----------------------------------------------------------------*00007160
                                                                        00007170
      *----------------------------------------------------------------*00007180
       2100-DISPLAY-DADOS              SECTION.                         00007190
      *----------------------------------------------------------------*00007200
                                                                        00007210
           EVALUATE SQLCODE                                             00007220
            WHEN 0                                                      00007230
              ADD 1                    TO WRK-ACU-GRAVADOS              00007240
              DISPLAY 'DADOS GRAVADOS'                                  00007250
              DISPLAY 'ID..... ' DB2-ID                                 00007260
              DISPLAY 'NOME... ' DB2-NOME                               00007270
              DISPLAY 'SETOR.. ' DB2-SETOR                              00007280
              DISPLAY 'SALARIO ' DB2-SALARIO                            00007290
              DISPLAY 'DATAADM ' DB2-DATAADM                            00007300
              DISPLAY 'EMAIL.. ' DB2-EMAIL                              00007310
              DISPLAY 'CARGA.. ' WRK-CARGA-HORARIA                      00007320
              DISPLAY 'ADIANTA ' WRK-ADIANTA                            00007330
              DISPLAY 'GERENTE ' WRK-GERENTE                            00007340
                                                                        00007350
            WHEN -181                                                   00007360
              ADD 1                    TO WRK-ACU-REJEITADOS            00007370
              MOVE 'R04'               TO WRK-MOTIVO                    00007380
              PERFORM 9100-GRAVAR-RECICLO                               00007390
              DISPLAY 'DATA NO FORMATO ERRADO...:' WRK-DATAADM-AC       00007400
                                                                        00007410
            WHEN -803                                                   00007420
              ADD 1                    TO WRK-ACU-REJEITADOS            00007430
              MOVE 'R05'               TO WRK-MOTIVO                    00007440
              PERFORM 9100-GRAVAR-RECICLO                               00007450
              DISPLAY 'ID JA CADASTRADO - REGISTRO DUPLICADO: '         00007460
                       WRK-ID-AC                                        00007470
              MOVE 'ID DUPLICADO '     TO WRK-MSG-ERRO                  00007480
              MOVE WRK-ID-AC           TO WRK-STATUS                    00007490
                                                                        00007500
              PERFORM 9000-GRAVAR-ERROS                                 00007510
                                                                        00007520
            WHEN OTHER                                                  00007530
              ADD 1                    TO WRK-ACU-REJEITADOS            00007540
              MOVE 'R99'               TO WRK-MOTIVO                    00007550
              PERFORM 9100-GRAVAR-RECICLO                               00007560
              MOVE SQLCODE             TO WRK-SQLCODE                   00007570
              DISPLAY 'ERRO ... ' WRK-SQLCODE                           00007580
              MOVE 'NA GRAVACAO '      TO WRK-MSG-ERRO                  00007590
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00007600
                                                                        00007610
              PERFORM 9000-GRAVAR-ERROS                                 00007620
                                                                        00007630
           END-EVALUATE.                                                00007640
                                                                        00007650
      *----------------------------------------------------------------*00007660
       2100-99-FIM.                    EXIT.                            00007670
      *----------------------------------------------------------------*00007680
                                                                        00007690
      *----------------------------------------------------------------*00007700
       3000-FINALIZAR                  SECTION.                         00007710
      *----------------------------------------------------------------*00007720
                                                                        00007730
            DISPLAY '-------------------------'.                        00007740
            DISPLAY 'QTDE LIDOS       : ' WRK-ACU-LIDOS.                00007750
            DISPLAY 'QTDE GRAVADOS    : ' WRK-ACU-GRAVADOS.             00007760
            DISPLAY 'QTDE REJEITADOS  : ' WRK-ACU-REJEITADOS.           00007770
            DISPLAY '-------------------------'.                        00007780
            DISPLAY 'REJEICOES POR MOTIVO:'.                            00007790
            DISPLAY '  R01 SALARIO....: ' WRK-ACU-R01.                  00007800
            DISPLAY '  R02 EMAIL......: ' WRK-ACU-R02.                  00007810
            DISPLAY '  R03 SETOR......: ' WRK-ACU-R03.                  00007820
            DISPLAY '  R04 DATA.......: ' WRK-ACU-R04.                  00007830
            DISPLAY '  R05 DUPLICADO..: ' WRK-ACU-R05.                  00007840
            DISPLAY '  R06 FAIXA SAL..: ' WRK-ACU-R06.                  00007850
            DISPLAY '  R07 SEM VAGA...: ' WRK-ACU-R07.                  00007860
            DISPLAY '  R08 CARGA HOR..: ' WRK-ACU-R08.                  00007870
            DISPLAY '  R09 ADIANTAM...: ' WRK-ACU-R09.                  00007880
            DISPLAY '  R10 GERENTE....: ' WRK-ACU-R10.                  00007890
            DISPLAY '  R99 OUTROS.....: ' WRK-ACU-R99.                  00007900
            DISPLAY '-------------------------'.                        00007910
                                                                        00007920
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00007930
            MOVE ZEROS                 TO WRK-CARTAO-RECICLO(11:4).     00007940
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00007950
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00007960
            PERFORM 3100-GRAVAR-BRANCO-RECICLO 5 TIMES.                 00007970
                                                                        00007980
            CLOSE RECICLO.                                              00007990
                                                                        00008000
            DISPLAY ' FIM DE PROCESSAMENTO'.                            00008010
                                                                        00008020
      *----------------------------------------------------------------*00008030
       3000-99-FIM.                    EXIT.                            00008040
      *----------------------------------------------------------------*00008050
      *----------------------------------------------------------------*00008060
       3100-GRAVAR-BRANCO-RECICLO     SECTION.                          00008070
      *----------------------------------------------------------------*00008080
                                                                        00008090
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008100
                                                                        00008110
      *----------------------------------------------------------------*00008120
       3100-99-FIM.                    EXIT.                            00008130
      *----------------------------------------------------------------*00008140
                                                                        00008150
      *----------------------------------------------------------------*00008160
       9100-GRAVAR-RECICLO             SECTION.                         00008170
      *----------------------------------------------------------------*00008180
                                                                        00008190
            EVALUATE WRK-MOTIVO                                         00008200
             WHEN 'R01'                                                 00008210
               ADD 1                   TO WRK-ACU-R01                   00008220
             WHEN 'R02'                                                 00008230
               ADD 1                   TO WRK-ACU-R02                   00008240
             WHEN 'R03'                                                 00008250
               ADD 1                   TO WRK-ACU-R03                   00008260
             WHEN 'R04'                                                 00008270
               ADD 1                   TO WRK-ACU-R04                   00008280
             WHEN 'R05'                                                 00008290
               ADD 1                   TO WRK-ACU-R05                   00008300
             WHEN 'R06'                                                 00008310
               ADD 1                   TO WRK-ACU-R06                   00008320
             WHEN 'R07'                                                 00008330
               ADD 1                   TO WRK-ACU-R07                   00008340
             WHEN 'R08'                                                 00008350
               ADD 1                   TO WRK-ACU-R08                   00008360
             WHEN 'R09'                                                 00008370
               ADD 1                   TO WRK-ACU-R09                   00008380
             WHEN 'R10'                                                 00008390
               ADD 1                   TO WRK-ACU-R10                   00008400
             WHEN OTHER                                                 00008410
               MOVE 'R99'              TO WRK-MOTIVO                    00008420
               ADD 1                   TO WRK-ACU-R99                   00008430
            END-EVALUATE.                                               00008440
                                                                        00008450
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008460
            MOVE WRK-ID                TO WRK-RCL-DADOS.                00008470
            MOVE WRK-MOTIVO            TO WRK-RCL-MOTIVO.               00008480
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008490
                                                                        00008500
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008510
            MOVE WRK-NOME              TO WRK-RCL-DADOS.                00008520
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008530
                                                                        00008540
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008550
            MOVE WRK-SETOR             TO WRK-RCL-DADOS.                00008560
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008570
                                                                        00008580
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008590
            MOVE WRK-SALARIO           TO WRK-RCL-DADOS.                00008600
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008610
                                                                        00008620
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008630
            MOVE WRK-DATAADM           TO WRK-RCL-DADOS.                00008640
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008650
                                                                        00008660
            MOVE SPACES                TO WRK-CARTAO-RECICLO.           00008670
            MOVE WRK-EMAIL             TO WRK-RCL-DADOS.                00008680
            WRITE FD-RECICLO           FROM WRK-CARTAO-RECICLO.         00008690
                                                                        00008700
      *----------------------------------------------------------------*00008710
       9100-99-FIM.                    EXIT.                            00008720
      *----------------------------------------------------------------*00008730
                                                                        00008740
      *----------------------------------------------------------------*00008750
       9000-GRAVAR-ERROS               SECTION.                         00008760
      *----------------------------------------------------------------*00008770
                                                                        00008780
            MOVE '4'                 TO WRK-LOG-TIPO.                   00008790
            MOVE 'B'                 TO WRK-LOG-ORIGEM.                 00008800
            MOVE 'FR06DB03'          TO WRK-PROGRAMA.                   00008810
            MOVE '2100'              TO WRK-SECTION.                    00008820
            MOVE SPACES              TO WRK-LOG-DATA.                   00008830
            MOVE SPACES              TO WRK-LOG-HORA.                   00008840
                                                                        00008850
            CALL WRK-GRV             USING WRK-LOG.                     00008860
                                                                        00008870
      *----------------------------------------------------------------*00008880
       9000-99-FIM.                    EXIT.                            00008890
      *----------------------------------------------------------------*00008900
