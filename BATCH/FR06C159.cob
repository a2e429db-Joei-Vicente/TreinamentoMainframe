      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C159.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: TRILHA CONSOLIDADA DE AUDITORIA DE MANUTENCAO.    00001400
      *               LE OS ARQUIVOS DE AUDITORIA DOS UTILITARIOS       00001500
      *               (AUDITRF FR06CB52, AUDITBL FR06CB54, AUDITCT      00001600
      *               FR06CB59, AUDITAG FR06CB67, AUDITPJ FR06CB83,     00001700
      *               AUDITCA FR06CB89, AUDITPR FR06C153, AUDITPC       00001800
      *               FR06C102, AUDITIN FR06C104, AUDITCQ FR06C105,     00001900
      *               AUDITTT FR06C108, AUDITCH FR06C109, AUDITCS       00001916
      *               FR06C118/FR06C119, AUDITLM FR06C124, AUDITVF      00001932
      *               FR06C127, AUDITFO FR06C128, AUDITAR FR06C130,     00001948
      *               AUDITBN FR06C142) E A DESCARGA DO HISTORICO       00001964
      *               FOUR001.FUNC2_HIST (HISTSAL, GERADO               00001980
      *               PELO FR06DB36 E/OU ARQHIST DO FR06DB17), NORMALIZA00002000
      *               TUDO NO REGISTRO B#AUDCON (DATA, HORA, ORIGEM,    00002100
      *               USUARIO OU JOB, ENTIDADE, CHAVE, ACAO, ANTES E    00002200
      *               DEPOIS), ORDENA CRONOLOGICAMENTE (SORT) E GRAVA O 00002300
      *               ARQUIVO AUDCONS E O RELATORIO RELAUDC: DETALHE DO 00002400
      *               PERIODO E RESUMOS POR USUARIO, POR ENTIDADE E     00002500
      *               POR MES.                                          00002600
      *               USUARIO: O AUDITPR TRAZ O USUARIO DO CARTAO; O    00002700
      *               AUDITCS TRAZ O ANALISTA E O AUDITLM, AUDITVF,     00002800
      *               AUDITFO E AUDITBN TRAZEM O OPERADOR DO CARTAO;    00002900
      *               OS DEMAIS UTILITARIOS (E ESTES, QUANDO O          00002920
      *               ANALISTA/OPERADOR VEM EM BRANCO) TRAZEM O JOB DA  00002940
      *               RODADA NAS COLUNAS 73-80 (BRANCO EM LINHAS        00002960
      *               ANTIGAS); O                                       00002980
      *               HISTORICO DB2 NAO TEM USUARIO E RECEBE O JOB DO   00003000
      *               ULTIMO ECO DO FR06DB10/FR06DB18 NO AUDSYSIN DO    00003100
      *               MESMO DIA, NAO POSTERIOR A ALTERACAO.             00003200
      *               OCORRENCIA: 'D' PARA DIA NAO UTIL NO CALNDIA      00003300
      *               (FIM DE SEMANA OU FERIADO) E 'H' PARA HORA FORA   00003400
      *               DO EXPEDIENTE DO PARAMS (HORA-ABERTURA E          00003500
      *               HORA-FECHAMENTO, PADRAO 0800-1800).               00003600
      *               OS ARQUIVOS DOS UTILITARIOS NAO GUARDAM O VALOR   00003700
      *               ANTERIOR: ANTES/DEPOIS VEM DO DADO GRAVADO NA     00003800
      *               LINHA E DA SITUACAO IMPLICITA NA ACAO.            00003900
      *               TODAS AS ORIGENS SAO OPCIONAIS (AUSENTE = PULA).  00004000
      *               LINHA COM DATA/HORA INVALIDA E DESPREZADA COM     00004100
      *               RETURN-CODE 4.                                    00004200
      *                                                                 00004300
      *----------------------------------------------------------------*00004400
      *     INPUT:                                                      00004500
      *     DDNAME           I/O                                        00004600
      *     AUDITRF           I   (AUDITORIA FR06CB52 - LRECL 80)       00004700
      *     AUDITBL           I   (AUDITORIA FR06CB54 - LRECL 80)       00004800
      *     AUDITCT           I   (AUDITORIA FR06CB59 - LRECL 80)       00004900
      *     AUDITAG           I   (AUDITORIA FR06CB67 - LRECL 80)       00005000
      *     AUDITPJ           I   (AUDITORIA FR06CB83 - LRECL 80)       00005100
      *     AUDITCA           I   (AUDITORIA FR06CB89 - LRECL 80)       00005200
      *     AUDITPR           I   (AUDITORIA FR06C153 - LRECL 100)      00005300
      *     AUDITPC           I   (AUDITORIA FR06C102 - LRECL 80)       00005308
      *     AUDITIN           I   (AUDITORIA FR06C104 - LRECL 80)       00005316
      *     AUDITCQ           I   (AUDITORIA FR06C105 - LRECL 80)       00005324
      *     AUDITTT           I   (AUDITORIA FR06C108 - LRECL 80)       00005332
      *     AUDITCH           I   (AUDITORIA FR06C109 - LRECL 80)       00005340
      *     AUDITCS           I   (AUDITORIA FR06C118/119 - LRECL 80)   00005348
      *     AUDITLM           I   (AUDITORIA FR06C124 - LRECL 80)       00005356
      *     AUDITVF           I   (AUDITORIA FR06C127 - LRECL 80)       00005364
      *     AUDITFO           I   (AUDITORIA FR06C128 - LRECL 80)       00005372
      *     AUDITAR           I   (AUDITORIA FR06C130 - LRECL 80)       00005380
      *     AUDITBN           I   (AUDITORIA FR06C142 - LRECL 80)       00005388
      *     HISTSAL           I   (FUNC2_HIST DESCARREGADA - LRECL 300) 00005400
      *     AUDSYSIN          I   (ECO DOS CARTOES - LRECL 110)         00005500
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00005600
      *     AUDCONS           O   (TRILHA CONSOLIDADA - LRECL 150)      00005700
      *     RELAUDC           O   (RELATORIO - LRECL 132)               00005800
      *                                                                 00005900
      *     SYSIN                                                       00006000
      *     COL 01-08 DATA INICIAL AAAAMMDD (BRANCO = MES ANTERIOR)     00006100
      *     COL 09-16 DATA FINAL   AAAAMMDD (BRANCO = MES ANTERIOR)     00006200
      *     COL 17-24 FILTRO DE USUARIO/JOB  (BRANCO = TODOS)           00006300
      *     COL 25-36 FILTRO DE ENTIDADE     (BRANCO = TODAS)           00006400
      *                                                                 00006500
      *----------------------------------------------------------------*00006600
      *     MANUTENCAO:                                                 00006700
      *     15/10/2026 JL - INCLUIDAS AS TRILHAS DE AUDITORIA DOS       00006716
      *                     UTILITARIOS FR06C102 A FR06C142 (AUDITPC,   00006732
      *                     AUDITIN, AUDITCQ, AUDITTT, AUDITCH,         00006748
      *                     AUDITCS, AUDITLM, AUDITVF, AUDITFO,         00006764
      *                     AUDITAR E AUDITBN).                         00006780
      *                                                                 00006800
      *================================================================*00006900
                                                                        00007000
      *================================================================*00007100
       ENVIRONMENT                               DIVISION.              00007200
      *================================================================*00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       CONFIGURATION                             SECTION.               00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       SPECIAL-NAMES.                                                   00007900
           DECIMAL-POINT IS COMMA.                                      00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       INPUT-OUTPUT                              SECTION.               00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FILE-CONTROL.                                                    00008600
             SELECT AUDITRF            ASSIGN TO AUDITRF                00008700
                FILE STATUS            IS WRK-FS-AUDIT.                 00008800
             SELECT AUDITBL            ASSIGN TO AUDITBL                00008900
                FILE STATUS            IS WRK-FS-AUDIT.                 00009000
             SELECT AUDITCT            ASSIGN TO AUDITCT                00009100
                FILE STATUS            IS WRK-FS-AUDIT.                 00009200
             SELECT AUDITAG            ASSIGN TO AUDITAG                00009300
                FILE STATUS            IS WRK-FS-AUDIT.                 00009400
             SELECT AUDITPJ            ASSIGN TO AUDITPJ                00009500
                FILE STATUS            IS WRK-FS-AUDIT.                 00009600
             SELECT AUDITCA            ASSIGN TO AUDITCA                00009700
                FILE STATUS            IS WRK-FS-AUDIT.                 00009704
             SELECT AUDITPC           ASSIGN TO AUDITPC                 00009708
                FILE STATUS            IS WRK-FS-AUDIT.                 00009712
             SELECT AUDITIN           ASSIGN TO AUDITIN                 00009716
                FILE STATUS            IS WRK-FS-AUDIT.                 00009720
             SELECT AUDITCQ           ASSIGN TO AUDITCQ                 00009724
                FILE STATUS            IS WRK-FS-AUDIT.                 00009728
             SELECT AUDITTT           ASSIGN TO AUDITTT                 00009732
                FILE STATUS            IS WRK-FS-AUDIT.                 00009736
             SELECT AUDITCH           ASSIGN TO AUDITCH                 00009740
                FILE STATUS            IS WRK-FS-AUDIT.                 00009744
             SELECT AUDITCS           ASSIGN TO AUDITCS                 00009748
                FILE STATUS            IS WRK-FS-AUDIT.                 00009752
             SELECT AUDITLM           ASSIGN TO AUDITLM                 00009756
                FILE STATUS            IS WRK-FS-AUDIT.                 00009760
             SELECT AUDITVF           ASSIGN TO AUDITVF                 00009764
                FILE STATUS            IS WRK-FS-AUDIT.                 00009768
             SELECT AUDITFO           ASSIGN TO AUDITFO                 00009772
                FILE STATUS            IS WRK-FS-AUDIT.                 00009776
             SELECT AUDITAR           ASSIGN TO AUDITAR                 00009780
                FILE STATUS            IS WRK-FS-AUDIT.                 00009784
             SELECT AUDITBN           ASSIGN TO AUDITBN                 00009788
                FILE STATUS            IS WRK-FS-AUDIT.                 00009800
             SELECT AUDITPR            ASSIGN TO AUDITPR                00009900
                FILE STATUS            IS WRK-FS-AUDITPR.               00010000
             SELECT HISTSAL            ASSIGN TO HISTSAL                00010100
                FILE STATUS            IS WRK-FS-HISTSAL.               00010200
             SELECT AUDSYSIN           ASSIGN TO AUDSYSIN               00010300
                FILE STATUS            IS WRK-FS-AUDSYSIN.              00010400
             SELECT PARAMS             ASSIGN TO PARAMS                 00010500
                FILE STATUS            IS WRK-FS-PARAMS.                00010600
             SELECT AUDCONS            ASSIGN TO AUDCONS                00010700
                FILE STATUS            IS WRK-FS-AUDCONS.               00010800
             SELECT RELAUDC            ASSIGN TO RELAUDC                00010900
                FILE STATUS            IS WRK-FS-RELAUDC.               00011000
             SELECT ORDENA             ASSIGN TO ORDENA.                00011100
                                                                        00011200
      *================================================================*00011300
       DATA                                      DIVISION.              00011400
      *================================================================*00011500
                                                                        00011600
      *----------------------------------------------------------------*00011700
       FILE                                      SECTION.               00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
       FD AUDITRF                                                       00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-AUDITRF                   PIC X(80).                       00012400
                                                                        00012500
       FD AUDITBL                                                       00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-AUDITBL                   PIC X(80).                       00012900
                                                                        00013000
       FD AUDITCT                                                       00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-AUDITCT                   PIC X(80).                       00013400
                                                                        00013500
       FD AUDITAG                                                       00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-AUDITAG                   PIC X(80).                       00013900
                                                                        00014000
       FD AUDITPJ                                                       00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
       01 FD-AUDITPJ                   PIC X(80).                       00014400
                                                                        00014500
       FD AUDITCA                                                       00014600
           RECORDING MODE IS F                                          00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-AUDITCA                   PIC X(80).                       00014900
                                                                        00015000
       FD AUDITPR                                                       00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-AUDITPR                   PIC X(100).                      00015400
                                                                        00015401
       FD AUDITPC                                                       00015402
           RECORDING MODE IS F                                          00015403
           BLOCK CONTAINS 0 RECORDS.                                    00015404
       01 FD-AUDITPC                  PIC X(80).                        00015405
                                                                        00015406
       FD AUDITIN                                                       00015407
           RECORDING MODE IS F                                          00015408
           BLOCK CONTAINS 0 RECORDS.                                    00015409
       01 FD-AUDITIN                  PIC X(80).                        00015410
                                                                        00015411
       FD AUDITCQ                                                       00015412
           RECORDING MODE IS F                                          00015413
           BLOCK CONTAINS 0 RECORDS.                                    00015414
       01 FD-AUDITCQ                  PIC X(80).                        00015415
                                                                        00015416
       FD AUDITTT                                                       00015417
           RECORDING MODE IS F                                          00015418
           BLOCK CONTAINS 0 RECORDS.                                    00015419
       01 FD-AUDITTT                  PIC X(80).                        00015420
                                                                        00015421
       FD AUDITCH                                                       00015422
           RECORDING MODE IS F                                          00015423
           BLOCK CONTAINS 0 RECORDS.                                    00015424
       01 FD-AUDITCH                  PIC X(80).                        00015425
                                                                        00015426
       FD AUDITCS                                                       00015427
           RECORDING MODE IS F                                          00015428
           BLOCK CONTAINS 0 RECORDS.                                    00015429
       01 FD-AUDITCS                  PIC X(80).                        00015430
                                                                        00015431
       FD AUDITLM                                                       00015432
           RECORDING MODE IS F                                          00015433
           BLOCK CONTAINS 0 RECORDS.                                    00015434
       01 FD-AUDITLM                  PIC X(80).                        00015435
                                                                        00015436
       FD AUDITVF                                                       00015437
           RECORDING MODE IS F                                          00015438
           BLOCK CONTAINS 0 RECORDS.                                    00015439
       01 FD-AUDITVF                  PIC X(80).                        00015440
                                                                        00015441
       FD AUDITFO                                                       00015442
           RECORDING MODE IS F                                          00015443
           BLOCK CONTAINS 0 RECORDS.                                    00015444
       01 FD-AUDITFO                  PIC X(80).                        00015445
                                                                        00015446
       FD AUDITAR                                                       00015447
           RECORDING MODE IS F                                          00015448
           BLOCK CONTAINS 0 RECORDS.                                    00015449
       01 FD-AUDITAR                  PIC X(80).                        00015450
                                                                        00015451
       FD AUDITBN                                                       00015452
           RECORDING MODE IS F                                          00015453
           BLOCK CONTAINS 0 RECORDS.                                    00015454
       01 FD-AUDITBN                  PIC X(80).                        00015455
                                                                        00015500
       FD HISTSAL                                                       00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-REG-HISTSAL.                                               00015900
          05 FD-HIS-ID                 PIC 9(04).                       00016000
          05 FD-HIS-NOME-ANTES         PIC X(30).                       00016100
          05 FD-HIS-SETOR-ANTES        PIC X(04).                       00016200
          05 FD-HIS-SALARIO-ANTES      PIC 9(10).                       00016300
          05 FD-HIS-DATAADM-ANTES      PIC X(10).                       00016400
          05 FD-HIS-EMAIL-ANTES        PIC X(40).                       00016500
          05 FD-HIS-TELEFONE-ANTES     PIC X(40).                       00016600
          05 FD-HIS-NOME-DEPOIS        PIC X(30).                       00016700
          05 FD-HIS-SETOR-DEPOIS       PIC X(04).                       00016800
          05 FD-HIS-SALARIO-DEPOIS     PIC 9(10).                       00016900
          05 FD-HIS-DATAADM-DEPOIS     PIC X(10).                       00017000
          05 FD-HIS-EMAIL-DEPOIS       PIC X(40).                       00017100
          05 FD-HIS-TELEFONE-DEPOIS    PIC X(40).                       00017200
          05 FD-HIS-DATA-ALTERACAO     PIC X(26).                       00017300
          05 FILLER                    PIC X(02).                       00017400
                                                                        00017500
       FD AUDSYSIN                                                      00017600
           RECORDING MODE IS F                                          00017700
           BLOCK CONTAINS 0 RECORDS.                                    00017800
       01 FD-AUDSYSIN.                                                  00017900
          05 FD-AUD-DATA               PIC 9(08).                       00018000
          05 FD-AUD-HORA               PIC 9(06).                       00018100
          05 FD-AUD-PROGRAMA           PIC X(08).                       00018200
          05 FD-AUD-JOB                PIC X(08).                       00018300
          05 FD-AUD-CARTAO             PIC X(80).                       00018400
                                                                        00018500
       FD PARAMS                                                        00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-PARAMS                    PIC X(50).                       00018900
                                                                        00019000
       FD AUDCONS                                                       00019100
           RECORDING MODE IS F                                          00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-AUDCONS                   PIC X(150).                      00019400
                                                                        00019500
       FD RELAUDC                                                       00019600
           RECORDING MODE IS F                                          00019700
           BLOCK CONTAINS 0 RECORDS.                                    00019800
       01 FD-RELAUDC                   PIC X(132).                      00019900
                                                                        00020000
       SD ORDENA.                                                       00020100
       01 SD-ORDENA.                                                    00020200
          05 SD-CHAVE.                                                  00020300
             10 SD-DATA                PIC 9(08).                       00020400
             10 SD-HORA                PIC 9(06).                       00020500
             10 SD-SEQUENCIA           PIC 9(07).                       00020600
          05 FILLER                    PIC X(129).                      00020700
                                                                        00020800
      *----------------------------------------------------------------*00020900
       WORKING-STORAGE                           SECTION.               00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
       01 FILLER                       PIC X(50)               VALUE    00021400
            '**** AREA DOS LAYOUTS ****'.                               00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
        COPY 'B#AUDCON'.                                                00021800
                                                                        00021900
        COPY 'B#PARAM'.                                                 00022000
                                                                        00022100
      *    LINHA DOS UTILITARIOS (LRECL 80): DATA E HORA NAS MESMAS     00022200
      *    COLUNAS; NOS FR06CB52/54/59/67/83/89 E FR06C102/104/105/     00022300
      *    108/109/130 ACAO NA COLUNA 17 E DADOS A PARTIR DA 28;        00022400
      *    JOB DA RODADA NAS COLUNAS 73-80                              00022450
       01 WRK-LINHA-UTIL.                                               00022500
          05 WRK-LUT-DATA              PIC X(08).                       00022600
          05 WRK-LUT-DATA-N REDEFINES WRK-LUT-DATA                      00022700
                                       PIC 9(08).                       00022800
          05 FILLER                    PIC X(01).                       00022900
          05 WRK-LUT-HORA              PIC X(06).                       00023000
          05 WRK-LUT-HORA-N REDEFINES WRK-LUT-HORA                      00023100
                                       PIC 9(06).                       00023200
          05 FILLER                    PIC X(01).                       00023300
          05 WRK-LUT-ACAO              PIC X(10).                       00023400
          05 FILLER                    PIC X(01).                       00023500
          05 WRK-LUT-DADOS             PIC X(45).                       00023600
      *       FR06CB54 - BLOQUEIOS                                      00023700
          05 WRK-LUT-BLOQUEIO REDEFINES WRK-LUT-DADOS.                  00023800
             10 WRK-LUT-BLQ-CHAVE      PIC X(08).                       00023900
             10 FILLER                 PIC X(01).                       00024000
             10 WRK-LUT-BLQ-REFER      PIC X(20).                       00024100
             10 FILLER                 PIC X(16).                       00024200
      *       FR06CB67 - AGENCIAS                                       00024300
          05 WRK-LUT-AGENCIA REDEFINES WRK-LUT-DADOS.                   00024400
             10 WRK-LUT-AGE-CODIGO     PIC X(04).                       00024500
             10 FILLER                 PIC X(01).                       00024600
             10 WRK-LUT-AGE-NOME       PIC X(30).                       00024700
             10 FILLER                 PIC X(10).                       00024800
      *       FR06CB89 - ALUNOS                                         00024900
          05 WRK-LUT-ALUNO REDEFINES WRK-LUT-DADOS.                     00025000
             10 WRK-LUT-ALU-MATRICULA  PIC X(05).                       00025100
             10 FILLER                 PIC X(01).                       00025200
             10 WRK-LUT-ALU-NOME       PIC X(30).                       00025300
             10 FILLER                 PIC X(09).                       00025400
      *       FR06C102 - DE-PARA CONTABIL                               00025402
          05 WRK-LUT-PLANO REDEFINES WRK-LUT-DADOS.                     00025404
             10 WRK-LUT-PLC-CHAVE      PIC X(04).                       00025406
             10 FILLER                 PIC X(01).                       00025408
             10 WRK-LUT-PLC-CONTAS     PIC X(21).                       00025410
             10 FILLER                 PIC X(19).                       00025412
      *       FR06C104 - INSTRUCOES PROGRAMADAS                         00025414
          05 WRK-LUT-INSTRUCAO REDEFINES WRK-LUT-DADOS.                 00025416
             10 WRK-LUT-INS-CHAVE      PIC X(11).                       00025418
             10 FILLER                 PIC X(01).                       00025420
             10 WRK-LUT-INS-DADOS      PIC X(20).                       00025422
             10 FILLER                 PIC X(13).                       00025424
      *       FR06C105 - TALONARIOS E SUSTACOES                         00025426
          05 WRK-LUT-CHEQUE REDEFINES WRK-LUT-DADOS.                    00025428
             10 WRK-LUT-CHQ-CONTA      PIC X(08).                       00025430
             10 FILLER                 PIC X(01).                       00025432
             10 WRK-LUT-CHQ-FAIXA      PIC X(13).                       00025434
             10 FILLER                 PIC X(01).                       00025436
             10 WRK-LUT-CHQ-MOTIVO     PIC X(02).                       00025438
             10 FILLER                 PIC X(20).                       00025440
      *       FR06C108 - TITULARES                                      00025442
          05 WRK-LUT-TITULAR REDEFINES WRK-LUT-DADOS.                   00025444
             10 WRK-LUT-TIT-CHAVE      PIC X(11).                       00025446
             10 FILLER                 PIC X(01).                       00025448
             10 WRK-LUT-TIT-PAPEL      PIC X(01).                       00025450
             10 FILLER                 PIC X(01).                       00025452
             10 WRK-LUT-TIT-DADOS      PIC X(30).                       00025454
             10 FILLER                 PIC X(01).                       00025456
      *       FR06C109 - CHAVES DE PAGAMENTO                            00025458
          05 WRK-LUT-CHAVE-PAGTO REDEFINES WRK-LUT-DADOS.               00025460
             10 WRK-LUT-CHV-TIPO       PIC X(01).                       00025462
             10 FILLER                 PIC X(01).                       00025464
             10 WRK-LUT-CHV-CHAVE      PIC X(29).                       00025466
             10 FILLER                 PIC X(01).                       00025468
             10 WRK-LUT-CHV-CONTA      PIC X(08).                       00025470
             10 FILLER                 PIC X(05).                       00025472
      *       FR06C130 - ARMAZENS                                       00025474
          05 WRK-LUT-ARMAZEM REDEFINES WRK-LUT-DADOS.                   00025476
             10 WRK-LUT-ARM-CODIGO     PIC X(03).                       00025478
             10 FILLER                 PIC X(01).                       00025480
             10 WRK-LUT-ARM-NOME       PIC X(30).                       00025482
             10 FILLER                 PIC X(11).                       00025484
          05 WRK-LUT-JOB               PIC X(08).                       00025500
                                                                        00025501
      *    LINHAS COM A CHAVE ANTES DA ACAO (COLUNA 17)                 00025502
      *       FR06C118/FR06C119 - CASOS DE COMPLIANCE                   00025503
       01 WRK-LINHA-CASO REDEFINES WRK-LINHA-UTIL.                      00025504
          05 FILLER                    PIC X(16).                       00025505
          05 WRK-LCS-CASO              PIC X(08).                       00025506
          05 FILLER                    PIC X(01).                       00025507
          05 WRK-LCS-ACAO              PIC X(10).                       00025508
          05 FILLER                    PIC X(01).                       00025509
          05 WRK-LCS-SIT-ANTERIOR      PIC X(01).                       00025510
          05 FILLER                    PIC X(01).                       00025511
          05 WRK-LCS-SIT-NOVA          PIC X(01).                       00025512
          05 FILLER                    PIC X(01).                       00025513
          05 WRK-LCS-ANALISTA          PIC X(08).                       00025514
          05 FILLER                    PIC X(01).                       00025515
          05 WRK-LCS-TEXTO             PIC X(22).                       00025516
          05 FILLER                    PIC X(09).                       00025517
      *       FR06C124 - PROPOSTAS DE LIMITE                            00025518
       01 WRK-LINHA-LIMITE REDEFINES WRK-LINHA-UTIL.                    00025519
          05 FILLER                    PIC X(16).                       00025520
          05 WRK-LLM-CHAVE             PIC X(08).                       00025521
          05 FILLER                    PIC X(01).                       00025522
          05 WRK-LLM-ACAO              PIC X(10).                       00025523
          05 FILLER                    PIC X(01).                       00025524
          05 WRK-LLM-SIT-ANTERIOR      PIC X(01).                       00025525
          05 FILLER                    PIC X(01).                       00025526
          05 WRK-LLM-SIT-NOVA          PIC X(01).                       00025527
          05 FILLER                    PIC X(01).                       00025528
          05 WRK-LLM-OPERADOR          PIC X(08).                       00025529
          05 FILLER                    PIC X(01).                       00025530
          05 WRK-LLM-LIMITE-ATUAL      PIC X(08).                       00025531
          05 FILLER                    PIC X(01).                       00025532
          05 WRK-LLM-LIMITE-NOVO       PIC X(08).                       00025533
          05 FILLER                    PIC X(14).                       00025534
      *       FR06C127 - VINCULO FUNCIONARIO X CONTA                    00025535
       01 WRK-LINHA-VINCULO REDEFINES WRK-LINHA-UTIL.                   00025536
          05 FILLER                    PIC X(16).                       00025537
          05 WRK-LVF-FUNCIONARIO       PIC X(05).                       00025538
          05 FILLER                    PIC X(01).                       00025539
          05 WRK-LVF-ACAO              PIC X(10).                       00025540
          05 FILLER                    PIC X(01).                       00025541
          05 WRK-LVF-SIT-ANTERIOR      PIC X(01).                       00025542
          05 FILLER                    PIC X(01).                       00025543
          05 WRK-LVF-SIT-NOVA          PIC X(01).                       00025544
          05 FILLER                    PIC X(01).                       00025545
          05 WRK-LVF-CHAVE-ANTERIOR    PIC X(08).                       00025546
          05 FILLER                    PIC X(01).                       00025547
          05 WRK-LVF-CHAVE-NOVA        PIC X(08).                       00025548
          05 FILLER                    PIC X(01).                       00025549
          05 WRK-LVF-OPERADOR          PIC X(08).                       00025550
          05 FILLER                    PIC X(17).                       00025551
      *       FR06C128 - FORNECEDORES                                   00025552
       01 WRK-LINHA-FORNECEDOR REDEFINES WRK-LINHA-UTIL.                00025553
          05 FILLER                    PIC X(16).                       00025554
          05 WRK-LFO-CODIGO            PIC X(05).                       00025555
          05 FILLER                    PIC X(01).                       00025556
          05 WRK-LFO-ACAO              PIC X(10).                       00025557
          05 FILLER                    PIC X(01).                       00025558
          05 WRK-LFO-CNPJ-ANTERIOR     PIC X(14).                       00025559
          05 FILLER                    PIC X(01).                       00025560
          05 WRK-LFO-CNPJ-NOVO         PIC X(14).                       00025561
          05 FILLER                    PIC X(01).                       00025562
          05 WRK-LFO-OPERADOR          PIC X(08).                       00025563
          05 FILLER                    PIC X(09).                       00025564
      *       FR06C142 - BENEFICIOS                                     00025565
       01 WRK-LINHA-BENEFICIO REDEFINES WRK-LINHA-UTIL.                 00025566
          05 FILLER                    PIC X(16).                       00025567
          05 WRK-LBN-FUNCIONARIO       PIC X(05).                       00025568
          05 FILLER                    PIC X(01).                       00025569
          05 WRK-LBN-CODIGO            PIC X(03).                       00025570
          05 FILLER                    PIC X(01).                       00025571
          05 WRK-LBN-ACAO              PIC X(10).                       00025572
          05 FILLER                    PIC X(01).                       00025573
          05 WRK-LBN-SIT-ANTERIOR      PIC X(01).                       00025574
          05 FILLER                    PIC X(01).                       00025575
          05 WRK-LBN-SIT-NOVA          PIC X(01).                       00025576
          05 FILLER                    PIC X(01).                       00025577
          05 WRK-LBN-VALOR-ANTERIOR    PIC 9(06)V99.                    00025578
          05 FILLER                    PIC X(01).                       00025579
          05 WRK-LBN-VALOR-NOVO        PIC 9(06)V99.                    00025580
          05 FILLER                    PIC X(01).                       00025581
          05 WRK-LBN-OPERADOR          PIC X(08).                       00025582
          05 FILLER                    PIC X(13).                       00025583
                                                                        00025584
       01 WRK-VALOR-ANT-EDITADO        PIC ZZZ.ZZ9,99.                  00025585
       01 WRK-VALOR-NOVO-EDITADO       PIC ZZZ.ZZ9,99.                  00025586
                                                                        00025600
      *    LINHA DO FR06C153 - PARAMETROS (LRECL 100)                   00025700
       01 WRK-LINHA-PARAM.                                              00025800
          05 WRK-LPA-DATA              PIC X(08).                       00025900
          05 WRK-LPA-DATA-N REDEFINES WRK-LPA-DATA                      00026000
                                       PIC 9(08).                       00026100
          05 FILLER                    PIC X(01).                       00026200
          05 WRK-LPA-HORA              PIC X(06).                       00026300
          05 WRK-LPA-HORA-N REDEFINES WRK-LPA-HORA                      00026400
                                       PIC 9(06).                       00026500
          05 FILLER                    PIC X(01).                       00026600
          05 WRK-LPA-ACAO              PIC X(10).                       00026700
          05 FILLER                    PIC X(01).                       00026800
          05 WRK-LPA-NOME              PIC X(20).                       00026900
          05 FILLER                    PIC X(01).                       00027000
          05 WRK-LPA-DATA-EFET         PIC X(08).                       00027100
          05 FILLER                    PIC X(01).                       00027200
          05 WRK-LPA-VALOR-ANTERIOR    PIC X(15).                       00027300
          05 FILLER                    PIC X(01).                       00027400
          05 WRK-LPA-VALOR-NOVO        PIC X(15).                       00027500
          05 FILLER                    PIC X(01).                       00027600
          05 WRK-LPA-USUARIO           PIC X(08).                       00027700
          05 FILLER                    PIC X(03).                       00027800
                                                                        00027900
      *    DATA_ALTERACAO DO DB2 (AAAA-MM-DD-HH.MM.SS.NNNNNN)           00028000
       01 WRK-TIMESTAMP.                                                00028100
          05 WRK-TMS-ANO               PIC X(04).                       00028200
          05 FILLER                    PIC X(01).                       00028300
          05 WRK-TMS-MES               PIC X(02).                       00028400
          05 FILLER                    PIC X(01).                       00028500
          05 WRK-TMS-DIA               PIC X(02).                       00028600
          05 FILLER                    PIC X(01).                       00028700
          05 WRK-TMS-HH                PIC X(02).                       00028800
          05 FILLER                    PIC X(01).                       00028900
          05 WRK-TMS-MI                PIC X(02).                       00029000
          05 FILLER                    PIC X(01).                       00029100
          05 WRK-TMS-SS                PIC X(02).                       00029200
          05 FILLER                    PIC X(07).                       00029300
                                                                        00029400
       01 WRK-DATA-HORA-HIST.                                           00029500
          05 WRK-DHH-DATA.                                              00029600
             10 WRK-DHH-ANO            PIC X(04).                       00029700
             10 WRK-DHH-MES            PIC X(02).                       00029800
             10 WRK-DHH-DIA            PIC X(02).                       00029900
          05 WRK-DHH-DATA-N REDEFINES WRK-DHH-DATA                      00030000
                                       PIC 9(08).                       00030100
          05 WRK-DHH-HORA.                                              00030200
             10 WRK-DHH-HH             PIC X(02).                       00030300
             10 WRK-DHH-MI             PIC X(02).                       00030400
             10 WRK-DHH-SS             PIC X(02).                       00030500
          05 WRK-DHH-HORA-N REDEFINES WRK-DHH-HORA                      00030600
                                       PIC 9(06).                       00030700
                                                                        00030800
       01 WRK-SALARIO-EDITADO          PIC Z.ZZZ.ZZZ.ZZ9.               00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       01 FILLER                       PIC X(50)               VALUE    00031200
            '**** AREA DO CARTAO DE PARAMETROS ****'.                   00031300
      *----------------------------------------------------------------*00031400
                                                                        00031500
       01 WRK-CARTAO.                                                   00031600
          05 WRK-CARTAO-DATA-INI       PIC X(08).                       00031700
          05 WRK-CARTAO-DATA-FIM       PIC X(08).                       00031800
          05 WRK-CARTAO-USUARIO        PIC X(08).                       00031900
          05 WRK-CARTAO-ENTIDADE       PIC X(12).                       00032000
          05 FILLER                    PIC X(44).                       00032100
                                                                        00032200
       01 WRK-DATA-INICIAL             PIC 9(08) VALUE ZEROS.           00032300
       01 WRK-DATA-FINAL               PIC 9(08) VALUE ZEROS.           00032400
                                                                        00032500
       01 WRK-DATA-HOJE                PIC 9(08) VALUE ZEROS.           00032600
       01 FILLER REDEFINES WRK-DATA-HOJE.                               00032700
          05 WRK-HOJE-ANO              PIC 9(04).                       00032800
          05 WRK-HOJE-MES              PIC 9(02).                       00032900
          05 WRK-HOJE-DIA              PIC 9(02).                       00033000
                                                                        00033100
       01 WRK-DATA-CALCULO.                                             00033200
          05 WRK-DCA-ANO               PIC 9(04).                       00033300
          05 WRK-DCA-MES               PIC 9(02).                       00033400
          05 WRK-DCA-DIA               PIC 9(02).                       00033500
       01 WRK-DATA-CALCULO-N REDEFINES WRK-DATA-CALCULO                 00033600
                                       PIC 9(08).                       00033700
                                                                        00033800
       01 WRK-DIAS-DO-MES              PIC X(24)               VALUE    00033900
            '312831303130313130313031'.                                 00034000
       01 FILLER REDEFINES WRK-DIAS-DO-MES.                             00034100
          05 WRK-DIAS-MES              PIC 9(02) OCCURS 12 TIMES.       00034200
                                                                        00034300
       77 WRK-QUOCIENTE                PIC 9(04) VALUE ZEROS.           00034400
       77 WRK-RESTO-4                  PIC 9(04) VALUE ZEROS.           00034500
       77 WRK-RESTO-100                PIC 9(04) VALUE ZEROS.           00034600
       77 WRK-RESTO-400                PIC 9(04) VALUE ZEROS.           00034700
                                                                        00034800
      *    EXPEDIENTE (PARAMS) - VALE A VIGENCIA NA DATA FINAL          00034900
       77 WRK-HORA-ABERTURA            PIC 9(04) VALUE 0800.            00035000
       77 WRK-HORA-FECHAMENTO          PIC 9(04) VALUE 1800.            00035100
       77 WRK-VIG-ABERTURA             PIC 9(08) VALUE ZEROS.           00035200
       77 WRK-VIG-FECHAMENTO           PIC 9(08) VALUE ZEROS.           00035300
       77 WRK-HHMM                     PIC 9(04) VALUE ZEROS.           00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       01 FILLER                       PIC X(50)               VALUE    00035700
            '**** TABELAS EM MEMORIA ****'.                             00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
      *    ECOS DO FR06DB10/FR06DB18 NO AUDSYSIN DENTRO DO PERIODO      00036100
       01 WRK-TAB-ECOS.                                                 00036200
          05 WRK-TEC-ITEM              OCCURS 5000 TIMES.               00036300
             10 WRK-TEC-DATA           PIC 9(08).                       00036400
             10 WRK-TEC-HORA           PIC 9(06).                       00036500
             10 WRK-TEC-PROGRAMA       PIC X(08).                       00036600
             10 WRK-TEC-JOB            PIC X(08).                       00036700
                                                                        00036800
       77 WRK-QT-ECOS                  PIC 9(04) VALUE ZEROS.           00036900
       77 WRK-IDX-ECO                  PIC 9(04) VALUE ZEROS.           00037000
       77 WRK-HORA-ECO                 PIC 9(06) VALUE ZEROS.           00037100
                                                                        00037200
      *    RESUMOS EM ORDEM DE TIPO + CHAVE: '1' = USUARIO/JOB,         00037300
      *    '2' = ENTIDADE, '3' = MES (AAAAMM)                           00037400
       01 WRK-TAB-RESUMO.                                               00037500
          05 WRK-TRS-ITEM              OCCURS 700 TIMES.                00037600
             10 WRK-TRS-CHAVE.                                          00037700
                15 WRK-TRS-TIPO        PIC X(01).                       00037800
                15 WRK-TRS-NOME        PIC X(12).                       00037900
             10 WRK-TRS-QT-TOTAL       PIC 9(07).                       00038000
             10 WRK-TRS-QT-HORARIO     PIC 9(07).                       00038100
             10 WRK-TRS-QT-NAO-UTIL    PIC 9(07).                       00038200
                                                                        00038300
       77 WRK-QT-RESUMO                PIC 9(03) VALUE ZEROS.           00038400
       77 WRK-IDX-RES                  PIC 9(03) VALUE ZEROS.           00038500
       77 WRK-IDX-AUX                  PIC 9(03) VALUE ZEROS.           00038600
       77 WRK-RESUMO-CHEIO             PIC X(01) VALUE 'N'.             00038700
       77 WRK-TIPO-ANTERIOR            PIC X(01) VALUE SPACES.          00038800
                                                                        00038900
       01 WRK-CHAVE-RESUMO.                                             00039000
          05 WRK-CRS-TIPO              PIC X(01).                       00039100
          05 WRK-CRS-NOME              PIC X(12).                       00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       01 FILLER                       PIC X(50)               VALUE    00039500
            '**** LINHAS DO RELATORIO ****'.                            00039600
      *----------------------------------------------------------------*00039700
                                                                        00039800
       01 WRK-CABEC1.                                                   00039900
          05 FILLER                    PIC X(50) VALUE                  00040000
             'FR06C159 - TRILHA CONSOLIDADA DE AUDITORIA - PERIO'.      00040100
          05 FILLER                    PIC X(03) VALUE 'DO '.           00040200
          05 WRK-CB1-DATA-INI          PIC X(10).                       00040300
          05 FILLER                    PIC X(03) VALUE ' A '.           00040400
          05 WRK-CB1-DATA-FIM          PIC X(10).                       00040500
          05 FILLER                    PIC X(13) VALUE                  00040600
             '  EXPEDIENTE '.                                           00040700
          05 WRK-CB1-ABERTURA          PIC 9(04).                       00040800
          05 FILLER                    PIC X(01) VALUE '-'.             00040900
          05 WRK-CB1-FECHAMENTO        PIC 9(04).                       00041000
          05 FILLER                    PIC X(34) VALUE SPACES.          00041100
                                                                        00041200
       01 WRK-CABEC2.                                                   00041300
          05 FILLER                    PIC X(18) VALUE                  00041400
             'FILTRO USUARIO: '.                                        00041500
          05 WRK-CB2-USUARIO           PIC X(08).                       00041600
          05 FILLER                    PIC X(20) VALUE                  00041700
             '   FILTRO ENTIDADE: '.                                    00041800
          05 WRK-CB2-ENTIDADE          PIC X(12).                       00041900
          05 FILLER                    PIC X(74) VALUE                  00042000
             '   OCORRENCIA: H = FORA DO HORARIO  D = DIA NAO UTIL'.    00042100
                                                                        00042200
       01 WRK-CABEC-DETALHE.                                            00042300
          05 FILLER                    PIC X(40) VALUE                  00042400
             'DATA       HORA     ORIGEM   USUARIO  EN'.                00042500
          05 FILLER                    PIC X(40) VALUE                  00042600
             'TIDADE     CHAVE                ACAO    '.                00042700
          05 FILLER                    PIC X(52) VALUE                  00042800
             '   ANTES                  DEPOIS                 O'.      00042900
                                                                        00043000
       01 WRK-LINHA-TRACO              PIC X(132) VALUE ALL '-'.        00043100
                                                                        00043200
       01 WRK-SUBTITULO                PIC X(132) VALUE SPACES.         00043300
                                                                        00043400
       01 WRK-LINHA-DETALHE.                                            00043500
          05 WRK-LDT-DATA              PIC X(10).                       00043600
          05 FILLER                    PIC X(01) VALUE SPACES.          00043700
          05 WRK-LDT-HORA              PIC X(08).                       00043800
          05 FILLER                    PIC X(01) VALUE SPACES.          00043900
          05 WRK-LDT-ORIGEM            PIC X(08).                       00044000
          05 FILLER                    PIC X(01) VALUE SPACES.          00044100
          05 WRK-LDT-USUARIO           PIC X(08).                       00044200
          05 FILLER                    PIC X(01) VALUE SPACES.          00044300
          05 WRK-LDT-ENTIDADE          PIC X(12).                       00044400
          05 FILLER                    PIC X(01) VALUE SPACES.          00044500
          05 WRK-LDT-CHAVE             PIC X(20).                       00044600
          05 FILLER                    PIC X(01) VALUE SPACES.          00044700
          05 WRK-LDT-ACAO              PIC X(10).                       00044800
          05 FILLER                    PIC X(01) VALUE SPACES.          00044900
          05 WRK-LDT-ANTES             PIC X(22).                       00045000
          05 FILLER                    PIC X(01) VALUE SPACES.          00045100
          05 WRK-LDT-DEPOIS            PIC X(22).                       00045200
          05 FILLER                    PIC X(01) VALUE SPACES.          00045300
          05 WRK-LDT-OCORRENCIA        PIC X(01).                       00045400
          05 FILLER                    PIC X(02) VALUE SPACES.          00045500
                                                                        00045600
       01 WRK-CABEC-RESUMO.                                             00045700
          05 FILLER                    PIC X(40) VALUE                  00045800
             '                 ALTERACOES   FORA DO HO'.                00045900
          05 FILLER                    PIC X(40) VALUE                  00046000
             'RARIO  DIA NAO UTIL'.                                     00046100
          05 FILLER                    PIC X(52) VALUE SPACES.          00046200
                                                                        00046300
       01 WRK-LINHA-RESUMO.                                             00046400
          05 WRK-LRS-NOME              PIC X(12).                       00046500
          05 FILLER                    PIC X(06) VALUE SPACES.          00046600
          05 WRK-LRS-QT-TOTAL          PIC Z.ZZZ.ZZ9.                   00046700
          05 FILLER                    PIC X(09) VALUE SPACES.          00046800
          05 WRK-LRS-QT-HORARIO        PIC Z.ZZZ.ZZ9.                   00046900
          05 FILLER                    PIC X(05) VALUE SPACES.          00047000
          05 WRK-LRS-QT-NAO-UTIL       PIC Z.ZZZ.ZZ9.                   00047100
          05 FILLER                    PIC X(73) VALUE SPACES.          00047200
                                                                        00047300
       01 WRK-DATA-EDITADA.                                             00047400
          05 WRK-DED-DIA               PIC X(02).                       00047500
          05 FILLER                    PIC X(01) VALUE '/'.             00047600
          05 WRK-DED-MES               PIC X(02).                       00047700
          05 FILLER                    PIC X(01) VALUE '/'.             00047800
          05 WRK-DED-ANO               PIC X(04).                       00047900
                                                                        00048000
       01 WRK-HORA-EDITADA.                                             00048100
          05 WRK-HED-HH                PIC X(02).                       00048200
          05 FILLER                    PIC X(01) VALUE ':'.             00048300
          05 WRK-HED-MM                PIC X(02).                       00048400
          05 FILLER                    PIC X(01) VALUE ':'.             00048500
          05 WRK-HED-SS                PIC X(02).                       00048600
                                                                        00048700
       01 WRK-MES-EDITADO.                                              00048800
          05 WRK-MED-MES               PIC X(02).                       00048900
          05 FILLER                    PIC X(01) VALUE '/'.             00049000
          05 WRK-MED-ANO               PIC X(04).                       00049100
          05 FILLER                    PIC X(05) VALUE SPACES.          00049200
                                                                        00049300
       77 WRK-DATA-AUX                 PIC X(08) VALUE SPACES.          00049400
       77 WRK-HORA-AUX                 PIC X(06) VALUE SPACES.          00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       01 FILLER                       PIC X(50)               VALUE    00049800
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
       77 WRK-FS-AUDIT                 PIC X(02) VALUE SPACES.          00050200
       77 WRK-FS-AUDITPR               PIC X(02) VALUE SPACES.          00050300
       77 WRK-FS-HISTSAL               PIC X(02) VALUE SPACES.          00050400
       77 WRK-FS-AUDSYSIN              PIC X(02) VALUE SPACES.          00050500
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00050600
       77 WRK-FS-AUDCONS               PIC X(02) VALUE SPACES.          00050700
       77 WRK-FS-RELAUDC               PIC X(02) VALUE SPACES.          00050800
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00050900
                                                                        00051000
      *    ORIGEM EM LEITURA E SEUS DADOS FIXOS                         00051100
       77 WRK-ORIGEM                   PIC X(08) VALUE SPACES.          00051200
       77 WRK-PROGRAMA-ORIGEM          PIC X(08) VALUE SPACES.          00051300
       77 WRK-ENTIDADE-ORIGEM          PIC X(12) VALUE SPACES.          00051400
                                                                        00051500
       77 WRK-ULTIMA-DATA-CAL          PIC 9(08) VALUE ZEROS.           00051600
       77 WRK-RETORNO-CAL              PIC X(01) VALUE SPACES.          00051700
       77 WRK-CAMPOS-ALTERADOS         PIC 9(01) VALUE ZEROS.           00051800
                                                                        00051900
       77 WRK-QT-SEQUENCIA             PIC 9(07) VALUE ZEROS.           00052000
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00052100
       77 WRK-ACU-INVALIDOS            PIC 9(07) VALUE ZEROS.           00052200
       77 WRK-ACU-FORA-FILTRO          PIC 9(07) VALUE ZEROS.           00052300
       77 WRK-ACU-SELECIONADOS         PIC 9(07) VALUE ZEROS.           00052400
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00052500
       77 WRK-ACU-FORA-HORARIO         PIC 9(07) VALUE ZEROS.           00052600
       77 WRK-ACU-NAO-UTIL             PIC 9(07) VALUE ZEROS.           00052700
       77 WRK-ACU-SEM-USUARIO          PIC 9(07) VALUE ZEROS.           00052800
       77 WRK-ACU-AUSENTES             PIC 9(02) VALUE ZEROS.           00052900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       01 FILLER                       PIC X(50)               VALUE    00053300
            '**** AREA DO MODULO AUDSYS ****'.                          00053400
      *----------------------------------------------------------------*00053500
                                                                        00053600
        COPY '#AUDSYS'.                                                 00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       01 FILLER                       PIC X(50)               VALUE    00054000
            '**** AREA DOS MODULOS CALNDIA E TRTERRO ****'.             00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
        COPY '#CALNDIA'.                                                00054400
                                                                        00054500
        COPY '#TRTERRO'.                                                00054600
                                                                        00054700
      *================================================================*00054800
       PROCEDURE DIVISION.                                              00054900
      *================================================================*00055000
      *----------------------------------------------------------------*00055100
       0000-PRINCIPAL                     SECTION.                      00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
           PERFORM 1000-INICIAR.                                        00055500
                                                                        00055600
           SORT ORDENA                                                  00055700
               ON ASCENDING KEY SD-CHAVE                                00055800
               INPUT PROCEDURE  IS 2000-LIBERAR-REGISTROS               00055900
               OUTPUT PROCEDURE IS 3000-EMITIR-TRILHA.                  00056000
                                                                        00056100
           PERFORM 4000-FINALIZAR.                                      00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       0000-99-FIM.            EXIT.                                    00056500
      *----------------------------------------------------------------*00056600
      *----------------------------------------------------------------*00056700
       1000-INICIAR                       SECTION.                      00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00057100
            ACCEPT WRK-CARTAO FROM SYSIN.                               00057200
                                                                        00057300
            MOVE 'FR06C159'  TO WRK-AUD-PROGRAMA.                       00057400
            MOVE WRK-CARTAO  TO WRK-AUD-CARTAO.                         00057500
            CALL 'AUDSYS'    USING WRK-AUDSYS.                          00057600
                                                                        00057700
            PERFORM 1100-DEFINIR-PERIODO.                               00057800
                                                                        00057900
            PERFORM 1200-CARREGAR-PARAMETROS.                           00058000
                                                                        00058100
            PERFORM 1300-CARREGAR-ECOS.                                 00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       1000-99-FIM.            EXIT.                                    00058500
      *----------------------------------------------------------------*00058600
      *----------------------------------------------------------------*00058700
       1100-DEFINIR-PERIODO               SECTION.                      00058800
      *----------------------------------------------------------------*00058900
      *    DATAS DO CARTAO, OU O MES ANTERIOR AO DA RODADA QUANDO AS   *00059000
      *    DUAS VEM EM BRANCO                                          *00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
            IF WRK-CARTAO-DATA-INI EQUAL SPACES                         00059400
               AND WRK-CARTAO-DATA-FIM EQUAL SPACES                     00059500
                MOVE WRK-HOJE-ANO TO WRK-DCA-ANO                        00059600
                IF WRK-HOJE-MES EQUAL 1                                 00059700
                    SUBTRACT 1 FROM WRK-DCA-ANO                         00059800
                    MOVE 12 TO WRK-DCA-MES                              00059900
                ELSE                                                    00060000
                    COMPUTE WRK-DCA-MES = WRK-HOJE-MES - 1              00060100
                END-IF                                                  00060200
                MOVE 1 TO WRK-DCA-DIA                                   00060300
                MOVE WRK-DATA-CALCULO-N TO WRK-DATA-INICIAL             00060400
                PERFORM 1110-ULTIMO-DIA-MES                             00060500
                MOVE WRK-DATA-CALCULO-N TO WRK-DATA-FINAL               00060600
                GO TO 1100-99-FIM                                       00060700
            END-IF.                                                     00060800
                                                                        00060900
            IF WRK-CARTAO-DATA-INI NOT NUMERIC                          00061000
               OR WRK-CARTAO-DATA-FIM NOT NUMERIC                       00061100
                MOVE ' PERIODO INVALIDO NA SYSIN ' TO WRK-MSG           00061200
                PERFORM 9000-TRATAR-ERROS                               00061300
            END-IF.                                                     00061400
                                                                        00061500
            MOVE WRK-CARTAO-DATA-INI TO WRK-DATA-INICIAL.               00061600
            MOVE WRK-CARTAO-DATA-FIM TO WRK-DATA-FINAL.                 00061700
                                                                        00061800
            MOVE WRK-DATA-INICIAL TO WRK-DATA-CALCULO-N.                00061900
            PERFORM 1120-VALIDAR-DATA.                                  00062000
            MOVE WRK-DATA-FINAL TO WRK-DATA-CALCULO-N.                  00062100
            PERFORM 1120-VALIDAR-DATA.                                  00062200
                                                                        00062300
            IF WRK-DATA-FINAL LESS WRK-DATA-INICIAL                     00062400
                MOVE ' PERIODO INVALIDO NA SYSIN ' TO WRK-MSG           00062500
                PERFORM 9000-TRATAR-ERROS                               00062600
            END-IF.                                                     00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       1100-99-FIM.            EXIT.                                    00063000
      *----------------------------------------------------------------*00063100
      *----------------------------------------------------------------*00063200
       1110-ULTIMO-DIA-MES                SECTION.                      00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
            MOVE WRK-DIAS-MES(WRK-DCA-MES) TO WRK-DCA-DIA.              00063600
                                                                        00063700
            IF WRK-DCA-MES EQUAL 2                                      00063800
                DIVIDE WRK-DCA-ANO BY 4   GIVING WRK-QUOCIENTE          00063900
                       REMAINDER WRK-RESTO-4                            00064000
                DIVIDE WRK-DCA-ANO BY 100 GIVING WRK-QUOCIENTE          00064100
                       REMAINDER WRK-RESTO-100                          00064200
                DIVIDE WRK-DCA-ANO BY 400 GIVING WRK-QUOCIENTE          00064300
                       REMAINDER WRK-RESTO-400                          00064400
                IF WRK-RESTO-4 EQUAL ZEROS                              00064500
                   AND (WRK-RESTO-100 NOT EQUAL ZEROS                   00064600
                        OR WRK-RESTO-400 EQUAL ZEROS)                   00064700
                    MOVE 29 TO WRK-DCA-DIA                              00064800
                END-IF                                                  00064900
            END-IF.                                                     00065000
                                                                        00065100
      *----------------------------------------------------------------*00065200
       1110-99-FIM.            EXIT.                                    00065300
      *----------------------------------------------------------------*00065400
      *----------------------------------------------------------------*00065500
       1120-VALIDAR-DATA                  SECTION.                      00065600
      *----------------------------------------------------------------*00065700
                                                                        00065800
            MOVE 'V'          TO WRK-CAL-FUNCAO.                        00065900
            MOVE WRK-DCA-DIA  TO WRK-CAL-DIA.                           00066000
            MOVE WRK-DCA-MES  TO WRK-CAL-MES.                           00066100
            MOVE WRK-DCA-ANO  TO WRK-CAL-ANO.                           00066200
            CALL 'CALNDIA'    USING WRK-CALNDIA.                        00066300
                                                                        00066400
            IF WRK-CAL-RETORNO EQUAL '1'                                00066500
                MOVE ' DATA INVALIDA NA SYSIN ' TO WRK-MSG              00066600
                PERFORM 9000-TRATAR-ERROS                               00066700
            END-IF.                                                     00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       1120-99-FIM.            EXIT.                                    00067100
      *----------------------------------------------------------------*00067200
      *----------------------------------------------------------------*00067300
       1200-CARREGAR-PARAMETROS           SECTION.                      00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
            OPEN INPUT PARAMS.                                          00067700
            IF WRK-FS-PARAMS EQUAL '35'                                 00067800
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00067900
            ELSE                                                        00068000
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00068100
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00068200
                    PERFORM 9000-TRATAR-ERROS                           00068300
                ELSE                                                    00068400
                    PERFORM 1210-LER-PARAMETRO                          00068500
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00068600
                    CLOSE PARAMS                                        00068700
                END-IF                                                  00068800
            END-IF.                                                     00068900
                                                                        00069000
            IF WRK-HORA-FECHAMENTO NOT GREATER WRK-HORA-ABERTURA        00069100
                DISPLAY 'EXPEDIENTE INVALIDO NO PARAMS - USANDO PADRAO' 00069200
                MOVE 0800 TO WRK-HORA-ABERTURA                          00069300
                MOVE 1800 TO WRK-HORA-FECHAMENTO                        00069400
            END-IF.                                                     00069500
                                                                        00069600
            DISPLAY 'PARAMETRO HORA-ABERTURA..: ' WRK-HORA-ABERTURA.    00069700
            DISPLAY 'PARAMETRO HORA-FECHAMENTO: ' WRK-HORA-FECHAMENTO.  00069800
                                                                        00069900
      *----------------------------------------------------------------*00070000
       1200-99-FIM.            EXIT.                                    00070100
      *----------------------------------------------------------------*00070200
      *----------------------------------------------------------------*00070300
       1210-LER-PARAMETRO                 SECTION.                      00070400
      *----------------------------------------------------------------*00070500
      *    VALE O VALOR COM A MAIOR DATA EFETIVA ATE A DATA FINAL      *00070600
      *----------------------------------------------------------------*00070700
                                                                        00070800
            READ PARAMS INTO WRK-REG-PARAM.                             00070900
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00071000
                MOVE '10' TO WRK-FS-PARAMS                              00071100
                GO TO 1210-99-FIM                                       00071200
            END-IF.                                                     00071300
                                                                        00071400
            IF WRK-PARAM-DATA-EFET GREATER WRK-DATA-FINAL               00071500
                GO TO 1210-99-FIM                                       00071600
            END-IF.                                                     00071700
                                                                        00071800
            EVALUATE WRK-PARAM-NOME                                     00071900
             WHEN 'HORA-ABERTURA'                                       00072000
               IF WRK-PARAM-VALOR(1:4) NUMERIC                          00072100
                  AND WRK-PARAM-VALOR(1:2) LESS '24'                    00072200
                  AND WRK-PARAM-VALOR(3:2) LESS '60'                    00072300
                  AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-ABERTURA     00072400
                   MOVE WRK-PARAM-VALOR(1:4) TO WRK-HORA-ABERTURA       00072500
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-ABERTURA        00072600
               END-IF                                                   00072700
             WHEN 'HORA-FECHAMENTO'                                     00072800
               IF WRK-PARAM-VALOR(1:4) NUMERIC                          00072900
                  AND WRK-PARAM-VALOR(1:4) NOT GREATER '2400'           00073000
                  AND WRK-PARAM-VALOR(3:2) LESS '60'                    00073100
                  AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FECHAMENTO   00073200
                   MOVE WRK-PARAM-VALOR(1:4) TO WRK-HORA-FECHAMENTO     00073300
                   MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FECHAMENTO      00073400
               END-IF                                                   00073500
            END-EVALUATE.                                               00073600
                                                                        00073700
      *----------------------------------------------------------------*00073800
       1210-99-FIM.            EXIT.                                    00073900
      *----------------------------------------------------------------*00074000
      *----------------------------------------------------------------*00074100
       1300-CARREGAR-ECOS                 SECTION.                      00074200
      *----------------------------------------------------------------*00074300
      *    ECOS DOS PROGRAMAS QUE GRAVAM A FUNC2_HIST, PARA ACHAR O    *00074400
      *    JOB DE CADA ALTERACAO DO HISTORICO                          *00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
            OPEN INPUT AUDSYSIN.                                        00074800
            IF WRK-FS-AUDSYSIN EQUAL '35'                               00074900
                DISPLAY 'AUDSYSIN AUSENTE - HISTORICO SEM JOB'          00075000
                GO TO 1300-99-FIM                                       00075100
            END-IF.                                                     00075200
            IF WRK-FS-AUDSYSIN NOT EQUAL ZEROS                          00075300
                MOVE ' ERRO ABERTURA AUDSYSIN ' TO WRK-MSG              00075400
                PERFORM 9000-TRATAR-ERROS                               00075500
            END-IF.                                                     00075600
                                                                        00075700
            PERFORM 1310-LER-ECO                                        00075800
                UNTIL WRK-FS-AUDSYSIN EQUAL '10'.                       00075900
            CLOSE AUDSYSIN.                                             00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       1300-99-FIM.            EXIT.                                    00076300
      *----------------------------------------------------------------*00076400
      *----------------------------------------------------------------*00076500
       1310-LER-ECO                       SECTION.                      00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
            READ AUDSYSIN.                                              00076900
            IF WRK-FS-AUDSYSIN NOT EQUAL ZEROS                          00077000
                MOVE '10' TO WRK-FS-AUDSYSIN                            00077100
                GO TO 1310-99-FIM                                       00077200
            END-IF.                                                     00077300
                                                                        00077400
            IF FD-AUD-PROGRAMA NOT EQUAL 'FR06DB10'                     00077500
               AND FD-AUD-PROGRAMA NOT EQUAL 'FR06DB18'                 00077600
                GO TO 1310-99-FIM                                       00077700
            END-IF.                                                     00077800
            IF FD-AUD-DATA NOT NUMERIC                                  00077900
               OR FD-AUD-HORA NOT NUMERIC                               00078000
               OR FD-AUD-DATA LESS WRK-DATA-INICIAL                     00078100
               OR FD-AUD-DATA GREATER WRK-DATA-FINAL                    00078200
                GO TO 1310-99-FIM                                       00078300
            END-IF.                                                     00078400
                                                                        00078500
            IF WRK-QT-ECOS NOT LESS 5000                                00078600
                DISPLAY 'TABELA DE ECOS CHEIA - ECO DESPREZADO'         00078700
                GO TO 1310-99-FIM                                       00078800
            END-IF.                                                     00078900
            ADD 1 TO WRK-QT-ECOS.                                       00079000
            MOVE FD-AUD-DATA     TO WRK-TEC-DATA(WRK-QT-ECOS).          00079100
            MOVE FD-AUD-HORA     TO WRK-TEC-HORA(WRK-QT-ECOS).          00079200
            MOVE FD-AUD-PROGRAMA TO WRK-TEC-PROGRAMA(WRK-QT-ECOS).      00079300
            MOVE FD-AUD-JOB      TO WRK-TEC-JOB(WRK-QT-ECOS).           00079400
                                                                        00079500
      *----------------------------------------------------------------*00079600
       1310-99-FIM.            EXIT.                                    00079700
      *----------------------------------------------------------------*00079800
      *----------------------------------------------------------------*00079900
       2000-LIBERAR-REGISTROS             SECTION.                      00080000
      *----------------------------------------------------------------*00080100
      *    PROCEDIMENTO DE ENTRADA DO SORT: UMA ORIGEM POR VEZ         *00080200
      *----------------------------------------------------------------*00080300
                                                                        00080400
            MOVE 'AUDITRF'      TO WRK-ORIGEM.                          00080500
            MOVE 'FR06CB52'     TO WRK-PROGRAMA-ORIGEM.                 00080600
            MOVE 'TABELA REF'   TO WRK-ENTIDADE-ORIGEM.                 00080700
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00080800
                                                                        00080900
            MOVE 'AUDITBL'      TO WRK-ORIGEM.                          00081000
            MOVE 'FR06CB54'     TO WRK-PROGRAMA-ORIGEM.                 00081100
            MOVE 'BLOQUEIO'     TO WRK-ENTIDADE-ORIGEM.                 00081200
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00081300
                                                                        00081400
            MOVE 'AUDITCT'      TO WRK-ORIGEM.                          00081500
            MOVE 'FR06CB59'     TO WRK-PROGRAMA-ORIGEM.                 00081600
            MOVE 'CONTATO'      TO WRK-ENTIDADE-ORIGEM.                 00081700
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00081800
                                                                        00081900
            MOVE 'AUDITAG'      TO WRK-ORIGEM.                          00082000
            MOVE 'FR06CB67'     TO WRK-PROGRAMA-ORIGEM.                 00082100
            MOVE 'AGENCIA'      TO WRK-ENTIDADE-ORIGEM.                 00082200
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00082300
                                                                        00082400
            MOVE 'AUDITPJ'      TO WRK-ORIGEM.                          00082500
            MOVE 'FR06CB83'     TO WRK-PROGRAMA-ORIGEM.                 00082600
            MOVE 'PROJETO'      TO WRK-ENTIDADE-ORIGEM.                 00082700
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00082800
                                                                        00082900
            MOVE 'AUDITCA'      TO WRK-ORIGEM.                          00083000
            MOVE 'FR06CB89'     TO WRK-PROGRAMA-ORIGEM.                 00083100
            MOVE 'ALUNO'        TO WRK-ENTIDADE-ORIGEM.                 00083200
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083300
                                                                        00083400
            MOVE 'AUDITPC'      TO WRK-ORIGEM.                          00083401
            MOVE 'FR06C102'     TO WRK-PROGRAMA-ORIGEM.                 00083402
            MOVE 'PLANO CONTAS' TO WRK-ENTIDADE-ORIGEM.                 00083403
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083404
                                                                        00083405
            MOVE 'AUDITIN'      TO WRK-ORIGEM.                          00083406
            MOVE 'FR06C104'     TO WRK-PROGRAMA-ORIGEM.                 00083407
            MOVE 'INSTRUCAO'    TO WRK-ENTIDADE-ORIGEM.                 00083408
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083409
                                                                        00083410
            MOVE 'AUDITCQ'      TO WRK-ORIGEM.                          00083411
            MOVE 'FR06C105'     TO WRK-PROGRAMA-ORIGEM.                 00083412
            MOVE 'CHEQUE'       TO WRK-ENTIDADE-ORIGEM.                 00083413
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083414
                                                                        00083415
            MOVE 'AUDITTT'      TO WRK-ORIGEM.                          00083416
            MOVE 'FR06C108'     TO WRK-PROGRAMA-ORIGEM.                 00083417
            MOVE 'TITULAR'      TO WRK-ENTIDADE-ORIGEM.                 00083418
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083419
                                                                        00083420
            MOVE 'AUDITCH'      TO WRK-ORIGEM.                          00083421
            MOVE 'FR06C109'     TO WRK-PROGRAMA-ORIGEM.                 00083422
            MOVE 'CHAVE PAGTO'  TO WRK-ENTIDADE-ORIGEM.                 00083423
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083424
                                                                        00083425
            MOVE 'AUDITCS'      TO WRK-ORIGEM.                          00083426
            MOVE 'FR06C119'     TO WRK-PROGRAMA-ORIGEM.                 00083427
            MOVE 'CASO COMPL'   TO WRK-ENTIDADE-ORIGEM.                 00083428
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083429
                                                                        00083430
            MOVE 'AUDITLM'      TO WRK-ORIGEM.                          00083431
            MOVE 'FR06C124'     TO WRK-PROGRAMA-ORIGEM.                 00083432
            MOVE 'LIMITE'       TO WRK-ENTIDADE-ORIGEM.                 00083433
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083434
                                                                        00083435
            MOVE 'AUDITVF'      TO WRK-ORIGEM.                          00083436
            MOVE 'FR06C127'     TO WRK-PROGRAMA-ORIGEM.                 00083437
            MOVE 'VINCULO FUNC' TO WRK-ENTIDADE-ORIGEM.                 00083438
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083439
                                                                        00083440
            MOVE 'AUDITFO'      TO WRK-ORIGEM.                          00083441
            MOVE 'FR06C128'     TO WRK-PROGRAMA-ORIGEM.                 00083442
            MOVE 'FORNECEDOR'   TO WRK-ENTIDADE-ORIGEM.                 00083443
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083444
                                                                        00083445
            MOVE 'AUDITAR'      TO WRK-ORIGEM.                          00083446
            MOVE 'FR06C130'     TO WRK-PROGRAMA-ORIGEM.                 00083447
            MOVE 'ARMAZEM'      TO WRK-ENTIDADE-ORIGEM.                 00083448
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083449
                                                                        00083450
            MOVE 'AUDITBN'      TO WRK-ORIGEM.                          00083451
            MOVE 'FR06C142'     TO WRK-PROGRAMA-ORIGEM.                 00083452
            MOVE 'BENEFICIO'    TO WRK-ENTIDADE-ORIGEM.                 00083453
            PERFORM 2100-PROCESSAR-UTILITARIO.                          00083454
                                                                        00083455
            MOVE 'AUDITPR'      TO WRK-ORIGEM.                          00083500
            MOVE 'FR06C153'     TO WRK-PROGRAMA-ORIGEM.                 00083600
            MOVE 'PARAMETRO'    TO WRK-ENTIDADE-ORIGEM.                 00083700
            PERFORM 2500-PROCESSAR-PARAMETROS.                          00083800
                                                                        00083900
            MOVE 'HISTSAL'      TO WRK-ORIGEM.                          00084000
            MOVE SPACES         TO WRK-PROGRAMA-ORIGEM.                 00084100
            MOVE 'FUNCIONARIO'  TO WRK-ENTIDADE-ORIGEM.                 00084200
            PERFORM 2600-PROCESSAR-HISTORICO.                           00084300
                                                                        00084400
      *----------------------------------------------------------------*00084500
       2000-99-FIM.            EXIT.                                    00084600
      *----------------------------------------------------------------*00084700
      *----------------------------------------------------------------*00084800
       2100-PROCESSAR-UTILITARIO          SECTION.                      00084900
      *----------------------------------------------------------------*00085000
                                                                        00085100
            EVALUATE WRK-ORIGEM                                         00085200
             WHEN 'AUDITRF'   OPEN INPUT AUDITRF                        00085300
             WHEN 'AUDITBL'   OPEN INPUT AUDITBL                        00085400
             WHEN 'AUDITCT'   OPEN INPUT AUDITCT                        00085500
             WHEN 'AUDITAG'   OPEN INPUT AUDITAG                        00085600
             WHEN 'AUDITPJ'   OPEN INPUT AUDITPJ                        00085700
             WHEN 'AUDITCA'   OPEN INPUT AUDITCA                        00085800
             WHEN 'AUDITPC'   OPEN INPUT AUDITPC                        00085808
             WHEN 'AUDITIN'   OPEN INPUT AUDITIN                        00085816
             WHEN 'AUDITCQ'   OPEN INPUT AUDITCQ                        00085824
             WHEN 'AUDITTT'   OPEN INPUT AUDITTT                        00085832
             WHEN 'AUDITCH'   OPEN INPUT AUDITCH                        00085840
             WHEN 'AUDITCS'   OPEN INPUT AUDITCS                        00085848
             WHEN 'AUDITLM'   OPEN INPUT AUDITLM                        00085856
             WHEN 'AUDITVF'   OPEN INPUT AUDITVF                        00085864
             WHEN 'AUDITFO'   OPEN INPUT AUDITFO                        00085872
             WHEN 'AUDITAR'   OPEN INPUT AUDITAR                        00085880
             WHEN 'AUDITBN'   OPEN INPUT AUDITBN                        00085888
            END-EVALUATE.                                               00085900
                                                                        00086000
            IF WRK-FS-AUDIT EQUAL '35'                                  00086100
                PERFORM 2900-ORIGEM-AUSENTE                             00086200
                GO TO 2100-99-FIM                                       00086300
            END-IF.                                                     00086400
            IF WRK-FS-AUDIT NOT EQUAL ZEROS                             00086500
                MOVE SPACES TO WRK-MSG                                  00086600
                STRING ' ERRO ABERTURA ' WRK-ORIGEM                     00086700
                    DELIMITED BY SIZE INTO WRK-MSG                      00086800
                PERFORM 9000-TRATAR-ERROS                               00086900
            END-IF.                                                     00087000
                                                                        00087100
            PERFORM 2110-LER-UTILITARIO                                 00087200
                UNTIL WRK-FS-AUDIT EQUAL '10'.                          00087300
                                                                        00087400
            EVALUATE WRK-ORIGEM                                         00087500
             WHEN 'AUDITRF'   CLOSE AUDITRF                             00087600
             WHEN 'AUDITBL'   CLOSE AUDITBL                             00087700
             WHEN 'AUDITCT'   CLOSE AUDITCT                             00087800
             WHEN 'AUDITAG'   CLOSE AUDITAG                             00087900
             WHEN 'AUDITPJ'   CLOSE AUDITPJ                             00088000
             WHEN 'AUDITCA'   CLOSE AUDITCA                             00088100
             WHEN 'AUDITPC'   CLOSE AUDITPC                             00088108
             WHEN 'AUDITIN'   CLOSE AUDITIN                             00088116
             WHEN 'AUDITCQ'   CLOSE AUDITCQ                             00088124
             WHEN 'AUDITTT'   CLOSE AUDITTT                             00088132
             WHEN 'AUDITCH'   CLOSE AUDITCH                             00088140
             WHEN 'AUDITCS'   CLOSE AUDITCS                             00088148
             WHEN 'AUDITLM'   CLOSE AUDITLM                             00088156
             WHEN 'AUDITVF'   CLOSE AUDITVF                             00088164
             WHEN 'AUDITFO'   CLOSE AUDITFO                             00088172
             WHEN 'AUDITAR'   CLOSE AUDITAR                             00088180
             WHEN 'AUDITBN'   CLOSE AUDITBN                             00088188
            END-EVALUATE.                                               00088200
                                                                        00088300
      *----------------------------------------------------------------*00088400
       2100-99-FIM.            EXIT.                                    00088500
      *----------------------------------------------------------------*00088600
      *----------------------------------------------------------------*00088700
       2110-LER-UTILITARIO                SECTION.                      00088800
      *----------------------------------------------------------------*00088900
                                                                        00089000
            EVALUATE WRK-ORIGEM                                         00089100
             WHEN 'AUDITRF'   READ AUDITRF INTO WRK-LINHA-UTIL          00089200
             WHEN 'AUDITBL'   READ AUDITBL INTO WRK-LINHA-UTIL          00089300
             WHEN 'AUDITCT'   READ AUDITCT INTO WRK-LINHA-UTIL          00089400
             WHEN 'AUDITAG'   READ AUDITAG INTO WRK-LINHA-UTIL          00089500
             WHEN 'AUDITPJ'   READ AUDITPJ INTO WRK-LINHA-UTIL          00089600
             WHEN 'AUDITCA'   READ AUDITCA INTO WRK-LINHA-UTIL          00089700
             WHEN 'AUDITPC'   READ AUDITPC INTO WRK-LINHA-UTIL          00089708
             WHEN 'AUDITIN'   READ AUDITIN INTO WRK-LINHA-UTIL          00089716
             WHEN 'AUDITCQ'   READ AUDITCQ INTO WRK-LINHA-UTIL          00089724
             WHEN 'AUDITTT'   READ AUDITTT INTO WRK-LINHA-UTIL          00089732
             WHEN 'AUDITCH'   READ AUDITCH INTO WRK-LINHA-UTIL          00089740
             WHEN 'AUDITCS'   READ AUDITCS INTO WRK-LINHA-UTIL          00089748
             WHEN 'AUDITLM'   READ AUDITLM INTO WRK-LINHA-UTIL          00089756
             WHEN 'AUDITVF'   READ AUDITVF INTO WRK-LINHA-UTIL          00089764
             WHEN 'AUDITFO'   READ AUDITFO INTO WRK-LINHA-UTIL          00089772
             WHEN 'AUDITAR'   READ AUDITAR INTO WRK-LINHA-UTIL          00089780
             WHEN 'AUDITBN'   READ AUDITBN INTO WRK-LINHA-UTIL          00089788
            END-EVALUATE.                                               00089800
            IF WRK-FS-AUDIT NOT EQUAL ZEROS                             00089900
                MOVE '10' TO WRK-FS-AUDIT                               00090000
                GO TO 2110-99-FIM                                       00090100
            END-IF.                                                     00090200
                                                                        00090300
            ADD 1 TO WRK-ACU-LIDOS.                                     00090400
            IF WRK-LUT-DATA NOT NUMERIC                                 00090500
               OR WRK-LUT-HORA NOT NUMERIC                              00090600
                PERFORM 2910-REGISTRO-INVALIDO                          00090700
                GO TO 2110-99-FIM                                       00090800
            END-IF.                                                     00090900
                                                                        00091000
            MOVE SPACES              TO WRK-REG-AUDCON.                 00091100
            MOVE WRK-LUT-DATA-N      TO WRK-AUC-DATA.                   00091200
            MOVE WRK-LUT-HORA-N      TO WRK-AUC-HORA.                   00091300
            MOVE WRK-ORIGEM          TO WRK-AUC-ORIGEM.                 00091400
            MOVE WRK-PROGRAMA-ORIGEM TO WRK-AUC-PROGRAMA.               00091500
            MOVE WRK-LUT-JOB         TO WRK-AUC-USUARIO.                00091600
            MOVE WRK-ENTIDADE-ORIGEM TO WRK-AUC-ENTIDADE.               00091700
            MOVE WRK-LUT-ACAO        TO WRK-AUC-ACAO.                   00091800
                                                                        00091900
            PERFORM 2120-DADOS-UTILITARIO.                              00092000
                                                                        00092100
            PERFORM 2800-SELECIONAR-REGISTRO.                           00092200
                                                                        00092300
      *----------------------------------------------------------------*00092400
       2110-99-FIM.            EXIT.                                    00092500
      *----------------------------------------------------------------*00092600
      *----------------------------------------------------------------*00092700
       2120-DADOS-UTILITARIO              SECTION.                      00092800
      *----------------------------------------------------------------*00092900
      *    CHAVE, ANTES E DEPOIS CONFORME O UTILITARIO E A ACAO        *00093000
      *----------------------------------------------------------------*00093100
                                                                        00093200
            EVALUATE WRK-ORIGEM                                         00093300
             WHEN 'AUDITRF'                                             00093400
               MOVE WRK-LUT-DADOS(1:17) TO WRK-AUC-CHAVE                00093500
               IF WRK-LUT-ACAO EQUAL 'DESATIVADO'                       00093600
                   MOVE 'ATIVO'   TO WRK-AUC-ANTES                      00093700
                   MOVE 'INATIVO' TO WRK-AUC-DEPOIS                     00093800
               ELSE                                                     00093900
                   MOVE 'ATIVO'   TO WRK-AUC-DEPOIS                     00094000
               END-IF                                                   00094100
             WHEN 'AUDITBL'                                             00094200
               MOVE WRK-LUT-BLQ-CHAVE TO WRK-AUC-CHAVE                  00094300
               IF WRK-LUT-ACAO EQUAL 'BAIXA'                            00094400
                   MOVE WRK-LUT-BLQ-REFER TO WRK-AUC-ANTES              00094500
                   MOVE 'BAIXADO'         TO WRK-AUC-DEPOIS             00094600
               ELSE                                                     00094700
                   MOVE WRK-LUT-BLQ-REFER TO WRK-AUC-DEPOIS             00094800
               END-IF                                                   00094900
             WHEN 'AUDITCT'                                             00095000
               MOVE WRK-LUT-DADOS(1:8) TO WRK-AUC-CHAVE                 00095100
               EVALUATE WRK-LUT-ACAO                                    00095200
                WHEN 'INCLUSAO'                                         00095300
                  MOVE 'CADASTRADO' TO WRK-AUC-DEPOIS                   00095400
                WHEN 'EXCLUSAO'                                         00095500
                  MOVE 'CADASTRADO' TO WRK-AUC-ANTES                    00095600
                  MOVE 'EXCLUIDO'   TO WRK-AUC-DEPOIS                   00095700
               END-EVALUATE                                             00095800
             WHEN 'AUDITAG'                                             00095900
               MOVE WRK-LUT-AGE-CODIGO TO WRK-AUC-CHAVE                 00096000
               IF WRK-LUT-ACAO EQUAL 'DESATIVADO'                       00096100
                   MOVE WRK-LUT-AGE-NOME TO WRK-AUC-ANTES               00096200
                   MOVE 'INATIVA'        TO WRK-AUC-DEPOIS              00096300
               ELSE                                                     00096400
                   MOVE WRK-LUT-AGE-NOME TO WRK-AUC-DEPOIS              00096500
               END-IF                                                   00096600
             WHEN 'AUDITPJ'                                             00096700
               MOVE WRK-LUT-DADOS(1:20) TO WRK-AUC-CHAVE                00096800
               EVALUATE WRK-LUT-ACAO                                    00096900
                WHEN 'INCLUSAO'                                         00097000
                  MOVE 'ABERTO'     TO WRK-AUC-DEPOIS                   00097100
                WHEN 'ENCERRADO'                                        00097200
                  MOVE 'ABERTO'     TO WRK-AUC-ANTES                    00097300
                  MOVE 'ENCERRADO'  TO WRK-AUC-DEPOIS                   00097400
               END-EVALUATE                                             00097500
             WHEN 'AUDITCA'                                             00097600
               MOVE WRK-LUT-ALU-MATRICULA TO WRK-AUC-CHAVE              00097700
               EVALUATE WRK-LUT-ACAO                                    00097800
                WHEN 'DESATIVADO'                                       00097900
                  MOVE WRK-LUT-ALU-NOME TO WRK-AUC-ANTES                00098000
                  MOVE 'INATIVO'        TO WRK-AUC-DEPOIS               00098100
                WHEN 'REATIVADO'                                        00098200
                  MOVE 'INATIVO'        TO WRK-AUC-ANTES                00098300
                  MOVE WRK-LUT-ALU-NOME TO WRK-AUC-DEPOIS               00098400
                WHEN OTHER                                              00098500
                  MOVE WRK-LUT-ALU-NOME TO WRK-AUC-DEPOIS               00098600
               END-EVALUATE                                             00098700
             WHEN 'AUDITPC'                                             00098704
               PERFORM 2121-NORMALIZAR-PLANO                            00098708
             WHEN 'AUDITIN'                                             00098712
               PERFORM 2122-NORMALIZAR-INSTRUCAO                        00098716
             WHEN 'AUDITCQ'                                             00098720
               PERFORM 2123-NORMALIZAR-CHEQUE                           00098724
             WHEN 'AUDITTT'                                             00098728
               PERFORM 2124-NORMALIZAR-TITULAR                          00098732
             WHEN 'AUDITCH'                                             00098736
               PERFORM 2125-NORMALIZAR-CHAVE-PAGTO                      00098740
             WHEN 'AUDITCS'                                             00098744
               PERFORM 2126-NORMALIZAR-CASO                             00098748
             WHEN 'AUDITLM'                                             00098752
               PERFORM 2127-NORMALIZAR-LIMITE                           00098756
             WHEN 'AUDITVF'                                             00098760
               PERFORM 2128-NORMALIZAR-VINCULO                          00098764
             WHEN 'AUDITFO'                                             00098768
               PERFORM 2129-NORMALIZAR-FORNECEDOR                       00098772
             WHEN 'AUDITAR'                                             00098776
               PERFORM 2130-NORMALIZAR-ARMAZEM                          00098780
             WHEN 'AUDITBN'                                             00098784
               PERFORM 2131-NORMALIZAR-BENEFICIO                        00098788
            END-EVALUATE.                                               00098800
                                                                        00098900
      *----------------------------------------------------------------*00098901
       2120-99-FIM.            EXIT.                                    00098902
      *----------------------------------------------------------------*00098903
      *----------------------------------------------------------------*00098904
       2121-NORMALIZAR-PLANO              SECTION.                      00098905
      *----------------------------------------------------------------*00098906
      *    AUDITPC: CHAVE TIPO+ORIGEM, CONTAS A DEBITO E A CREDITO     *00098907
      *----------------------------------------------------------------*00098908
                                                                        00098909
            MOVE WRK-LUT-PLC-CHAVE      TO WRK-AUC-CHAVE.               00098910
            IF WRK-LUT-ACAO EQUAL 'DESATIVADO'                          00098911
                MOVE WRK-LUT-PLC-CONTAS TO WRK-AUC-ANTES                00098912
                MOVE 'INATIVO'          TO WRK-AUC-DEPOIS               00098913
            ELSE                                                        00098914
                MOVE WRK-LUT-PLC-CONTAS TO WRK-AUC-DEPOIS               00098915
            END-IF.                                                     00098916
                                                                        00098917
      *----------------------------------------------------------------*00098918
       2121-99-FIM.            EXIT.                                    00098919
      *----------------------------------------------------------------*00098920
      *----------------------------------------------------------------*00098921
       2122-NORMALIZAR-INSTRUCAO          SECTION.                      00098922
      *----------------------------------------------------------------*00098923
      *    AUDITIN: CHAVE CONTA-SEQUENCIAL, TIPO/VALOR/FREQUENCIA/DIA  *00098924
      *----------------------------------------------------------------*00098925
                                                                        00098926
            MOVE WRK-LUT-INS-CHAVE      TO WRK-AUC-CHAVE.               00098927
            IF WRK-LUT-ACAO EQUAL 'CANCELADA'                           00098928
                MOVE WRK-LUT-INS-DADOS  TO WRK-AUC-ANTES                00098929
                MOVE 'CANCELADA'        TO WRK-AUC-DEPOIS               00098930
            ELSE                                                        00098931
                MOVE WRK-LUT-INS-DADOS  TO WRK-AUC-DEPOIS               00098932
            END-IF.                                                     00098933
                                                                        00098934
      *----------------------------------------------------------------*00098935
       2122-99-FIM.            EXIT.                                    00098936
      *----------------------------------------------------------------*00098937
      *----------------------------------------------------------------*00098938
       2123-NORMALIZAR-CHEQUE             SECTION.                      00098939
      *----------------------------------------------------------------*00098940
      *    AUDITCQ: CHAVE CONTA, FAIXA DE CHEQUES E MOTIVO             *00098941
      *----------------------------------------------------------------*00098942
                                                                        00098943
            MOVE WRK-LUT-CHQ-CONTA      TO WRK-AUC-CHAVE.               00098944
            EVALUATE WRK-LUT-ACAO                                       00098945
             WHEN 'SUSTACAO'                                            00098946
               MOVE 'LIBERADO'          TO WRK-AUC-ANTES                00098947
               STRING 'SUSTADO ' WRK-LUT-CHQ-FAIXA                      00098948
                      ' MOT ' WRK-LUT-CHQ-MOTIVO                        00098949
                   DELIMITED BY SIZE INTO WRK-AUC-DEPOIS                00098950
             WHEN 'REVOGACAO'                                           00098951
               STRING 'SUSTADO ' WRK-LUT-CHQ-FAIXA                      00098952
                   DELIMITED BY SIZE INTO WRK-AUC-ANTES                 00098953
               MOVE 'LIBERADO'          TO WRK-AUC-DEPOIS               00098954
             WHEN OTHER                                                 00098955
               STRING 'EMITIDO ' WRK-LUT-CHQ-FAIXA                      00098956
                   DELIMITED BY SIZE INTO WRK-AUC-DEPOIS                00098957
            END-EVALUATE.                                               00098958
                                                                        00098959
      *----------------------------------------------------------------*00098960
       2123-99-FIM.            EXIT.                                    00098961
      *----------------------------------------------------------------*00098962
      *----------------------------------------------------------------*00098963
       2124-NORMALIZAR-TITULAR            SECTION.                      00098964
      *----------------------------------------------------------------*00098965
      *    AUDITTT: CHAVE CONTA-SEQUENCIAL, DOCUMENTO E NOME           *00098966
      *----------------------------------------------------------------*00098967
                                                                        00098968
            MOVE WRK-LUT-TIT-CHAVE      TO WRK-AUC-CHAVE.               00098969
            EVALUATE WRK-LUT-ACAO                                       00098970
             WHEN 'EXCLUSAO'                                            00098971
               MOVE WRK-LUT-TIT-DADOS   TO WRK-AUC-ANTES                00098972
               MOVE 'EXCLUIDO'          TO WRK-AUC-DEPOIS               00098973
             WHEN 'PROMOVIDO'                                           00098974
               MOVE 'CO-TITULAR'        TO WRK-AUC-ANTES                00098975
               MOVE 'PRINCIPAL'         TO WRK-AUC-DEPOIS               00098976
             WHEN 'REBAIXADO'                                           00098977
               MOVE 'PRINCIPAL'         TO WRK-AUC-ANTES                00098978
               MOVE 'CO-TITULAR'        TO WRK-AUC-DEPOIS               00098979
             WHEN OTHER                                                 00098980
               MOVE WRK-LUT-TIT-DADOS   TO WRK-AUC-DEPOIS               00098981
            END-EVALUATE.                                               00098982
                                                                        00098983
      *----------------------------------------------------------------*00098984
       2124-99-FIM.            EXIT.                                    00098985
      *----------------------------------------------------------------*00098986
      *----------------------------------------------------------------*00098987
       2125-NORMALIZAR-CHAVE-PAGTO        SECTION.                      00098988
      *----------------------------------------------------------------*00098989
      *    AUDITCH: CHAVE CONTA; A CHAVE DE PAGAMENTO VAI EM           *00098990
      *    ANTES/DEPOIS (ATE 29 POSICOES)                              *00098991
      *----------------------------------------------------------------*00098992
                                                                        00098993
            MOVE WRK-LUT-CHV-CONTA      TO WRK-AUC-CHAVE.               00098994
            IF WRK-LUT-ACAO EQUAL 'EXCLUSAO'                            00098995
                MOVE WRK-LUT-CHV-CHAVE  TO WRK-AUC-ANTES                00098996
                MOVE 'EXCLUIDA'         TO WRK-AUC-DEPOIS               00098997
            ELSE                                                        00098998
                MOVE WRK-LUT-CHV-CHAVE  TO WRK-AUC-DEPOIS               00098999
            END-IF.                                                     00099000
                                                                        00099001
      *----------------------------------------------------------------*00099002
       2125-99-FIM.            EXIT.                                    00099003
      *----------------------------------------------------------------*00099004
      *----------------------------------------------------------------*00099005
       2126-NORMALIZAR-CASO               SECTION.                      00099006
      *----------------------------------------------------------------*00099007
      *    AUDITCS: ABERTURA/ANEXADO SAO DO FR06C118 (JOB DA RODADA);  *00099008
      *    DISPOSICAO DO FR06C119 (ANALISTA DO CARTAO)                 *00099009
      *----------------------------------------------------------------*00099010
                                                                        00099011
            MOVE WRK-LCS-CASO           TO WRK-AUC-CHAVE.               00099012
            MOVE WRK-LCS-ACAO           TO WRK-AUC-ACAO.                00099013
            IF WRK-LCS-ACAO EQUAL 'ABERTURA'                            00099014
               OR WRK-LCS-ACAO EQUAL 'ANEXADO'                          00099015
                MOVE 'FR06C118'         TO WRK-AUC-PROGRAMA             00099016
            ELSE                                                        00099017
                IF WRK-LCS-ANALISTA NOT EQUAL SPACES                    00099018
                    MOVE WRK-LCS-ANALISTA TO WRK-AUC-USUARIO            00099019
                END-IF                                                  00099020
            END-IF.                                                     00099021
            MOVE WRK-LCS-SIT-ANTERIOR   TO WRK-AUC-ANTES.               00099022
            STRING WRK-LCS-SIT-NOVA ' ' WRK-LCS-TEXTO                   00099023
                DELIMITED BY SIZE INTO WRK-AUC-DEPOIS.                  00099024
                                                                        00099025
      *----------------------------------------------------------------*00099026
       2126-99-FIM.            EXIT.                                    00099027
      *----------------------------------------------------------------*00099028
      *----------------------------------------------------------------*00099029
       2127-NORMALIZAR-LIMITE             SECTION.                      00099030
      *----------------------------------------------------------------*00099031
      *    AUDITLM: SITUACAO E LIMITE ANTES E DEPOIS DA DECISAO        *00099032
      *----------------------------------------------------------------*00099033
                                                                        00099034
            MOVE WRK-LLM-CHAVE          TO WRK-AUC-CHAVE.               00099035
            MOVE WRK-LLM-ACAO           TO WRK-AUC-ACAO.                00099036
            IF WRK-LLM-OPERADOR NOT EQUAL SPACES                        00099037
                MOVE WRK-LLM-OPERADOR   TO WRK-AUC-USUARIO              00099038
            END-IF.                                                     00099039
            STRING WRK-LLM-SIT-ANTERIOR ' ' WRK-LLM-LIMITE-ATUAL        00099040
                DELIMITED BY SIZE INTO WRK-AUC-ANTES.                   00099041
            STRING WRK-LLM-SIT-NOVA ' ' WRK-LLM-LIMITE-NOVO             00099042
                DELIMITED BY SIZE INTO WRK-AUC-DEPOIS.                  00099043
                                                                        00099044
      *----------------------------------------------------------------*00099045
       2127-99-FIM.            EXIT.                                    00099046
      *----------------------------------------------------------------*00099047
      *----------------------------------------------------------------*00099048
       2128-NORMALIZAR-VINCULO            SECTION.                      00099049
      *----------------------------------------------------------------*00099050
      *    AUDITVF: SITUACAO E CONTA DO VINCULO ANTES E DEPOIS         *00099051
      *----------------------------------------------------------------*00099052
                                                                        00099053
            MOVE WRK-LVF-FUNCIONARIO    TO WRK-AUC-CHAVE.               00099054
            MOVE WRK-LVF-ACAO           TO WRK-AUC-ACAO.                00099055
            IF WRK-LVF-OPERADOR NOT EQUAL SPACES                        00099056
                MOVE WRK-LVF-OPERADOR   TO WRK-AUC-USUARIO              00099057
            END-IF.                                                     00099058
            STRING WRK-LVF-SIT-ANTERIOR ' ' WRK-LVF-CHAVE-ANTERIOR      00099059
                DELIMITED BY SIZE INTO WRK-AUC-ANTES.                   00099060
            STRING WRK-LVF-SIT-NOVA ' ' WRK-LVF-CHAVE-NOVA              00099061
                DELIMITED BY SIZE INTO WRK-AUC-DEPOIS.                  00099062
                                                                        00099063
      *----------------------------------------------------------------*00099064
       2128-99-FIM.            EXIT.                                    00099065
      *----------------------------------------------------------------*00099066
      *----------------------------------------------------------------*00099067
       2129-NORMALIZAR-FORNECEDOR         SECTION.                      00099068
      *----------------------------------------------------------------*00099069
      *    AUDITFO: CNPJ ANTES E DEPOIS; SITUACAO PELA ACAO            *00099070
      *----------------------------------------------------------------*00099071
                                                                        00099072
            MOVE WRK-LFO-CODIGO         TO WRK-AUC-CHAVE.               00099073
            MOVE WRK-LFO-ACAO           TO WRK-AUC-ACAO.                00099074
            IF WRK-LFO-OPERADOR NOT EQUAL SPACES                        00099075
                MOVE WRK-LFO-OPERADOR   TO WRK-AUC-USUARIO              00099076
            END-IF.                                                     00099077
            EVALUATE WRK-LFO-ACAO                                       00099078
             WHEN 'DESATIVADO'                                          00099079
               MOVE 'ATIVO'             TO WRK-AUC-ANTES                00099080
               MOVE 'INATIVO'           TO WRK-AUC-DEPOIS               00099081
             WHEN 'REATIVADO'                                           00099082
               MOVE 'INATIVO'           TO WRK-AUC-ANTES                00099083
               MOVE 'ATIVO'             TO WRK-AUC-DEPOIS               00099084
             WHEN OTHER                                                 00099085
               MOVE WRK-LFO-CNPJ-ANTERIOR TO WRK-AUC-ANTES              00099086
               MOVE WRK-LFO-CNPJ-NOVO   TO WRK-AUC-DEPOIS               00099087
            END-EVALUATE.                                               00099088
                                                                        00099089
      *----------------------------------------------------------------*00099090
       2129-99-FIM.            EXIT.                                    00099091
      *----------------------------------------------------------------*00099092
      *----------------------------------------------------------------*00099093
       2130-NORMALIZAR-ARMAZEM            SECTION.                      00099094
      *----------------------------------------------------------------*00099095
      *    AUDITAR: CHAVE CODIGO DO ARMAZEM, NOME                      *00099096
      *----------------------------------------------------------------*00099097
                                                                        00099098
            MOVE WRK-LUT-ARM-CODIGO     TO WRK-AUC-CHAVE.               00099099
            IF WRK-LUT-ACAO EQUAL 'DESATIVADO'                          00099100
                MOVE WRK-LUT-ARM-NOME   TO WRK-AUC-ANTES                00099101
                MOVE 'INATIVO'          TO WRK-AUC-DEPOIS               00099102
            ELSE                                                        00099103
                MOVE WRK-LUT-ARM-NOME   TO WRK-AUC-DEPOIS               00099104
            END-IF.                                                     00099105
                                                                        00099106
      *----------------------------------------------------------------*00099107
       2130-99-FIM.            EXIT.                                    00099108
      *----------------------------------------------------------------*00099109
      *----------------------------------------------------------------*00099110
       2131-NORMALIZAR-BENEFICIO          SECTION.                      00099111
      *----------------------------------------------------------------*00099112
      *    AUDITBN: CHAVE FUNCIONARIO-BENEFICIO, SITUACAO E VALOR      *00099113
      *----------------------------------------------------------------*00099114
                                                                        00099115
            STRING WRK-LBN-FUNCIONARIO '-' WRK-LBN-CODIGO               00099116
                DELIMITED BY SIZE INTO WRK-AUC-CHAVE.                   00099117
            MOVE WRK-LBN-ACAO           TO WRK-AUC-ACAO.                00099118
            IF WRK-LBN-OPERADOR NOT EQUAL SPACES                        00099119
                MOVE WRK-LBN-OPERADOR   TO WRK-AUC-USUARIO              00099120
            END-IF.                                                     00099121
            MOVE WRK-LBN-VALOR-ANTERIOR TO WRK-VALOR-ANT-EDITADO.       00099122
            MOVE WRK-LBN-VALOR-NOVO     TO WRK-VALOR-NOVO-EDITADO.      00099123
            STRING WRK-LBN-SIT-ANTERIOR ' ' WRK-VALOR-ANT-EDITADO       00099124
                DELIMITED BY SIZE INTO WRK-AUC-ANTES.                   00099125
            STRING WRK-LBN-SIT-NOVA ' ' WRK-VALOR-NOVO-EDITADO          00099126
                DELIMITED BY SIZE INTO WRK-AUC-DEPOIS.                  00099127
                                                                        00099128
      *----------------------------------------------------------------*00099129
       2131-99-FIM.            EXIT.                                    00099130
      *----------------------------------------------------------------*00099200
      *----------------------------------------------------------------*00099300
       2500-PROCESSAR-PARAMETROS          SECTION.                      00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
            OPEN INPUT AUDITPR.                                         00099700
            IF WRK-FS-AUDITPR EQUAL '35'                                00099800
                PERFORM 2900-ORIGEM-AUSENTE                             00099900
                GO TO 2500-99-FIM                                       00100000
            END-IF.                                                     00100100
            IF WRK-FS-AUDITPR NOT EQUAL ZEROS                           00100200
                MOVE ' ERRO ABERTURA AUDITPR ' TO WRK-MSG               00100300
                PERFORM 9000-TRATAR-ERROS                               00100400
            END-IF.                                                     00100500
                                                                        00100600
            PERFORM 2510-LER-PARAMETRO                                  00100700
                UNTIL WRK-FS-AUDITPR EQUAL '10'.                        00100800
            CLOSE AUDITPR.                                              00100900
                                                                        00101000
      *----------------------------------------------------------------*00101100
       2500-99-FIM.            EXIT.                                    00101200
      *----------------------------------------------------------------*00101300
      *----------------------------------------------------------------*00101400
       2510-LER-PARAMETRO                 SECTION.                      00101500
      *----------------------------------------------------------------*00101600
                                                                        00101700
            READ AUDITPR INTO WRK-LINHA-PARAM.                          00101800
            IF WRK-FS-AUDITPR NOT EQUAL ZEROS                           00101900
                MOVE '10' TO WRK-FS-AUDITPR                             00102000
                GO TO 2510-99-FIM                                       00102100
            END-IF.                                                     00102200
                                                                        00102300
            ADD 1 TO WRK-ACU-LIDOS.                                     00102400
            IF WRK-LPA-DATA NOT NUMERIC                                 00102500
               OR WRK-LPA-HORA NOT NUMERIC                              00102600
                PERFORM 2910-REGISTRO-INVALIDO                          00102700
                GO TO 2510-99-FIM                                       00102800
            END-IF.                                                     00102900
                                                                        00103000
            MOVE SPACES              TO WRK-REG-AUDCON.                 00103100
            MOVE WRK-LPA-DATA-N      TO WRK-AUC-DATA.                   00103200
            MOVE WRK-LPA-HORA-N      TO WRK-AUC-HORA.                   00103300
            MOVE WRK-ORIGEM          TO WRK-AUC-ORIGEM.                 00103400
            MOVE WRK-PROGRAMA-ORIGEM TO WRK-AUC-PROGRAMA.               00103500
            MOVE WRK-LPA-USUARIO     TO WRK-AUC-USUARIO.                00103600
            MOVE WRK-ENTIDADE-ORIGEM TO WRK-AUC-ENTIDADE.               00103700
            MOVE WRK-LPA-NOME        TO WRK-AUC-CHAVE.                  00103800
            MOVE WRK-LPA-ACAO        TO WRK-AUC-ACAO.                   00103900
            MOVE WRK-LPA-VALOR-ANTERIOR TO WRK-AUC-ANTES.               00104000
            MOVE WRK-LPA-VALOR-NOVO  TO WRK-AUC-DEPOIS.                 00104100
                                                                        00104200
            PERFORM 2800-SELECIONAR-REGISTRO.                           00104300
                                                                        00104400
      *----------------------------------------------------------------*00104500
       2510-99-FIM.            EXIT.                                    00104600
      *----------------------------------------------------------------*00104700
      *----------------------------------------------------------------*00104800
       2600-PROCESSAR-HISTORICO           SECTION.                      00104900
      *----------------------------------------------------------------*00105000
                                                                        00105100
            OPEN INPUT HISTSAL.                                         00105200
            IF WRK-FS-HISTSAL EQUAL '35'                                00105300
                PERFORM 2900-ORIGEM-AUSENTE                             00105400
                GO TO 2600-99-FIM                                       00105500
            END-IF.                                                     00105600
            IF WRK-FS-HISTSAL NOT EQUAL ZEROS                           00105700
                MOVE ' ERRO ABERTURA HISTSAL ' TO WRK-MSG               00105800
                PERFORM 9000-TRATAR-ERROS                               00105900
            END-IF.                                                     00106000
                                                                        00106100
            PERFORM 2610-LER-HISTORICO                                  00106200
                UNTIL WRK-FS-HISTSAL EQUAL '10'.                        00106300
            CLOSE HISTSAL.                                              00106400
                                                                        00106500
      *----------------------------------------------------------------*00106600
       2600-99-FIM.            EXIT.                                    00106700
      *----------------------------------------------------------------*00106800
      *----------------------------------------------------------------*00106900
       2610-LER-HISTORICO                 SECTION.                      00107000
      *----------------------------------------------------------------*00107100
      *    UMA LINHA DA FUNC2_HIST VIRA UM REGISTRO POR CAMPO ALTERADO *00107200
      *----------------------------------------------------------------*00107300
                                                                        00107400
            READ HISTSAL.                                               00107500
            IF WRK-FS-HISTSAL NOT EQUAL ZEROS                           00107600
                MOVE '10' TO WRK-FS-HISTSAL                             00107700
                GO TO 2610-99-FIM                                       00107800
            END-IF.                                                     00107900
                                                                        00108000
            ADD 1 TO WRK-ACU-LIDOS.                                     00108100
            MOVE FD-HIS-DATA-ALTERACAO TO WRK-TIMESTAMP.                00108200
            MOVE WRK-TMS-ANO TO WRK-DHH-ANO.                            00108300
            MOVE WRK-TMS-MES TO WRK-DHH-MES.                            00108400
            MOVE WRK-TMS-DIA TO WRK-DHH-DIA.                            00108500
            MOVE WRK-TMS-HH  TO WRK-DHH-HH.                             00108600
            MOVE WRK-TMS-MI  TO WRK-DHH-MI.                             00108700
            MOVE WRK-TMS-SS  TO WRK-DHH-SS.                             00108800
            IF WRK-DHH-DATA NOT NUMERIC                                 00108900
               OR WRK-DHH-HORA NOT NUMERIC                              00109000
                PERFORM 2910-REGISTRO-INVALIDO                          00109100
                GO TO 2610-99-FIM                                       00109200
            END-IF.                                                     00109300
                                                                        00109400
            MOVE SPACES              TO WRK-REG-AUDCON.                 00109500
            MOVE WRK-DHH-DATA-N      TO WRK-AUC-DATA.                   00109600
            MOVE WRK-DHH-HORA-N      TO WRK-AUC-HORA.                   00109700
            MOVE WRK-ORIGEM          TO WRK-AUC-ORIGEM.                 00109800
            MOVE WRK-ENTIDADE-ORIGEM TO WRK-AUC-ENTIDADE.               00109900
            MOVE 'ALTERACAO'         TO WRK-AUC-ACAO.                   00110000
                                                                        00110100
            PERFORM 2620-ACHAR-JOB-HISTORICO.                           00110200
                                                                        00110300
            MOVE ZEROS TO WRK-CAMPOS-ALTERADOS.                         00110400
                                                                        00110500
            IF FD-HIS-NOME-ANTES NOT EQUAL FD-HIS-NOME-DEPOIS           00110600
                MOVE 'NOME'               TO WRK-AUC-CHAVE(6:15)        00110700
                MOVE FD-HIS-NOME-ANTES    TO WRK-AUC-ANTES              00110800
                MOVE FD-HIS-NOME-DEPOIS   TO WRK-AUC-DEPOIS             00110900
                PERFORM 2630-LIBERAR-CAMPO                              00111000
            END-IF.                                                     00111100
                                                                        00111200
            IF FD-HIS-SETOR-ANTES NOT EQUAL FD-HIS-SETOR-DEPOIS         00111300
                MOVE 'SETOR'              TO WRK-AUC-CHAVE(6:15)        00111400
                MOVE FD-HIS-SETOR-ANTES   TO WRK-AUC-ANTES              00111500
                MOVE FD-HIS-SETOR-DEPOIS  TO WRK-AUC-DEPOIS             00111600
                PERFORM 2630-LIBERAR-CAMPO                              00111700
            END-IF.                                                     00111800
                                                                        00111900
            IF FD-HIS-SALARIO-ANTES NOT EQUAL FD-HIS-SALARIO-DEPOIS     00112000
                MOVE 'SALARIO'            TO WRK-AUC-CHAVE(6:15)        00112100
                MOVE FD-HIS-SALARIO-ANTES TO WRK-SALARIO-EDITADO        00112200
                MOVE WRK-SALARIO-EDITADO  TO WRK-AUC-ANTES              00112300
                MOVE FD-HIS-SALARIO-DEPOIS TO WRK-SALARIO-EDITADO       00112400
                MOVE WRK-SALARIO-EDITADO  TO WRK-AUC-DEPOIS             00112500
                PERFORM 2630-LIBERAR-CAMPO                              00112600
            END-IF.                                                     00112700
                                                                        00112800
            IF FD-HIS-DATAADM-ANTES NOT EQUAL FD-HIS-DATAADM-DEPOIS     00112900
                MOVE 'DATAADM'            TO WRK-AUC-CHAVE(6:15)        00113000
                MOVE FD-HIS-DATAADM-ANTES TO WRK-AUC-ANTES              00113100
                MOVE FD-HIS-DATAADM-DEPOIS TO WRK-AUC-DEPOIS            00113200
                PERFORM 2630-LIBERAR-CAMPO                              00113300
            END-IF.                                                     00113400
                                                                        00113500
            IF FD-HIS-EMAIL-ANTES NOT EQUAL FD-HIS-EMAIL-DEPOIS         00113600
                MOVE 'EMAIL'              TO WRK-AUC-CHAVE(6:15)        00113700
                MOVE FD-HIS-EMAIL-ANTES   TO WRK-AUC-ANTES              00113800
                MOVE FD-HIS-EMAIL-DEPOIS  TO WRK-AUC-DEPOIS             00113900
                PERFORM 2630-LIBERAR-CAMPO                              00114000
            END-IF.                                                     00114100
                                                                        00114200
            IF FD-HIS-TELEFONE-ANTES NOT EQUAL FD-HIS-TELEFONE-DEPOIS   00114300
                MOVE 'TELEFONE'           TO WRK-AUC-CHAVE(6:15)        00114400
                MOVE FD-HIS-TELEFONE-ANTES TO WRK-AUC-ANTES             00114500
                MOVE FD-HIS-TELEFONE-DEPOIS TO WRK-AUC-DEPOIS           00114600
                PERFORM 2630-LIBERAR-CAMPO                              00114700
            END-IF.                                                     00114800
                                                                        00114900
      *    LINHA SEM DIFERENCA DE CAMPO AINDA E UMA ALTERACAO GRAVADA   00115000
            IF WRK-CAMPOS-ALTERADOS EQUAL ZEROS                         00115100
                MOVE SPACES TO WRK-AUC-CHAVE(6:15)                      00115200
                               WRK-AUC-ANTES                            00115300
                               WRK-AUC-DEPOIS                           00115400
                PERFORM 2630-LIBERAR-CAMPO                              00115500
            END-IF.                                                     00115600
                                                                        00115700
      *----------------------------------------------------------------*00115800
       2610-99-FIM.            EXIT.                                    00115900
      *----------------------------------------------------------------*00116000
      *----------------------------------------------------------------*00116100
       2620-ACHAR-JOB-HISTORICO           SECTION.                      00116200
      *----------------------------------------------------------------*00116300
      *    ULTIMO ECO DO FR06DB10/FR06DB18 NO MESMO DIA, NAO POSTERIOR *00116400
      *    A HORA DA ALTERACAO                                         *00116500
      *----------------------------------------------------------------*00116600
                                                                        00116700
            MOVE SPACES TO WRK-AUC-USUARIO                              00116800
                           WRK-AUC-PROGRAMA.                            00116900
            MOVE ZEROS  TO WRK-HORA-ECO.                                00117000
                                                                        00117100
            PERFORM 2621-COMPARAR-ECO                                   00117200
                VARYING WRK-IDX-ECO FROM 1 BY 1                         00117300
                UNTIL WRK-IDX-ECO GREATER WRK-QT-ECOS.                  00117400
                                                                        00117500
      *----------------------------------------------------------------*00117600
       2620-99-FIM.            EXIT.                                    00117700
      *----------------------------------------------------------------*00117800
      *----------------------------------------------------------------*00117900
       2621-COMPARAR-ECO                  SECTION.                      00118000
      *----------------------------------------------------------------*00118100
                                                                        00118200
            IF WRK-TEC-DATA(WRK-IDX-ECO) EQUAL WRK-AUC-DATA             00118300
               AND WRK-TEC-HORA(WRK-IDX-ECO) NOT GREATER WRK-AUC-HORA   00118400
               AND WRK-TEC-HORA(WRK-IDX-ECO) NOT LESS WRK-HORA-ECO      00118500
                MOVE WRK-TEC-HORA(WRK-IDX-ECO)     TO WRK-HORA-ECO      00118600
                MOVE WRK-TEC-JOB(WRK-IDX-ECO)      TO WRK-AUC-USUARIO   00118700
                MOVE WRK-TEC-PROGRAMA(WRK-IDX-ECO) TO WRK-AUC-PROGRAMA  00118800
            END-IF.                                                     00118900
                                                                        00119000
      *----------------------------------------------------------------*00119100
       2621-99-FIM.            EXIT.                                    00119200
      *----------------------------------------------------------------*00119300
      *----------------------------------------------------------------*00119400
       2630-LIBERAR-CAMPO                 SECTION.                      00119500
      *----------------------------------------------------------------*00119600
                                                                        00119700
            ADD 1 TO WRK-CAMPOS-ALTERADOS.                              00119800
            MOVE FD-HIS-ID TO WRK-AUC-CHAVE(1:4).                       00119900
            MOVE SPACES    TO WRK-AUC-CHAVE(5:1).                       00120000
            PERFORM 2800-SELECIONAR-REGISTRO.                           00120100
                                                                        00120200
      *----------------------------------------------------------------*00120300
       2630-99-FIM.            EXIT.                                    00120400
      *----------------------------------------------------------------*00120500
      *----------------------------------------------------------------*00120600
       2800-SELECIONAR-REGISTRO           SECTION.                      00120700
      *----------------------------------------------------------------*00120800
      *    PERIODO E FILTROS DO CARTAO, OCORRENCIA E RELEASE NO SORT   *00120900
      *----------------------------------------------------------------*00121000
                                                                        00121100
            IF WRK-AUC-DATA LESS WRK-DATA-INICIAL                       00121200
               OR WRK-AUC-DATA GREATER WRK-DATA-FINAL                   00121300
               OR (WRK-CARTAO-USUARIO NOT EQUAL SPACES                  00121400
                   AND WRK-CARTAO-USUARIO NOT EQUAL WRK-AUC-USUARIO)    00121500
               OR (WRK-CARTAO-ENTIDADE NOT EQUAL SPACES                 00121600
                   AND WRK-CARTAO-ENTIDADE NOT EQUAL WRK-AUC-ENTIDADE)  00121700
                ADD 1 TO WRK-ACU-FORA-FILTRO                            00121800
                GO TO 2800-99-FIM                                       00121900
            END-IF.                                                     00122000
                                                                        00122100
            PERFORM 2810-CLASSIFICAR-OCORRENCIA.                        00122200
                                                                        00122300
            ADD 1 TO WRK-QT-SEQUENCIA.                                  00122400
            MOVE WRK-QT-SEQUENCIA TO WRK-AUC-SEQUENCIA.                 00122500
            ADD 1 TO WRK-ACU-SELECIONADOS.                              00122600
                                                                        00122700
            RELEASE SD-ORDENA FROM WRK-REG-AUDCON.                      00122800
                                                                        00122900
      *----------------------------------------------------------------*00123000
       2800-99-FIM.            EXIT.                                    00123100
      *----------------------------------------------------------------*00123200
      *----------------------------------------------------------------*00123300
       2810-CLASSIFICAR-OCORRENCIA        SECTION.                      00123400
      *----------------------------------------------------------------*00123500
                                                                        00123600
            IF WRK-AUC-DATA NOT EQUAL WRK-ULTIMA-DATA-CAL               00123700
                MOVE WRK-AUC-DATA TO WRK-DATA-CALCULO-N                 00123800
                MOVE 'V'          TO WRK-CAL-FUNCAO                     00123900
                MOVE WRK-DCA-DIA  TO WRK-CAL-DIA                        00124000
                MOVE WRK-DCA-MES  TO WRK-CAL-MES                        00124100
                MOVE WRK-DCA-ANO  TO WRK-CAL-ANO                        00124200
                CALL 'CALNDIA'    USING WRK-CALNDIA                     00124300
                MOVE WRK-CAL-RETORNO TO WRK-RETORNO-CAL                 00124400
                MOVE WRK-AUC-DATA TO WRK-ULTIMA-DATA-CAL                00124500
            END-IF.                                                     00124600
                                                                        00124700
            COMPUTE WRK-HHMM = WRK-AUC-HORA / 100.                      00124800
                                                                        00124900
            EVALUATE TRUE                                               00125000
             WHEN WRK-RETORNO-CAL EQUAL '2'                             00125100
               OR WRK-RETORNO-CAL EQUAL '3'                             00125200
               MOVE 'D' TO WRK-AUC-OCORRENCIA                           00125300
             WHEN WRK-HHMM LESS WRK-HORA-ABERTURA                       00125400
               OR WRK-HHMM NOT LESS WRK-HORA-FECHAMENTO                 00125500
               MOVE 'H' TO WRK-AUC-OCORRENCIA                           00125600
             WHEN OTHER                                                 00125700
               MOVE SPACES TO WRK-AUC-OCORRENCIA                        00125800
            END-EVALUATE.                                               00125900
                                                                        00126000
      *----------------------------------------------------------------*00126100
       2810-99-FIM.            EXIT.                                    00126200
      *----------------------------------------------------------------*00126300
      *----------------------------------------------------------------*00126400
       2900-ORIGEM-AUSENTE                SECTION.                      00126500
      *----------------------------------------------------------------*00126600
                                                                        00126700
            ADD 1 TO WRK-ACU-AUSENTES.                                  00126800
            DISPLAY 'FR06C159 - ORIGEM AUSENTE, IGNORADA: ' WRK-ORIGEM. 00126900
                                                                        00127000
      *----------------------------------------------------------------*00127100
       2900-99-FIM.            EXIT.                                    00127200
      *----------------------------------------------------------------*00127300
      *----------------------------------------------------------------*00127400
       2910-REGISTRO-INVALIDO             SECTION.                      00127500
      *----------------------------------------------------------------*00127600
                                                                        00127700
            ADD 1 TO WRK-ACU-INVALIDOS.                                 00127800
            DISPLAY 'FR06C159 - DATA/HORA INVALIDA EM ' WRK-ORIGEM      00127900
                    ' - REGISTRO ' WRK-ACU-LIDOS ' DESPREZADO'.         00128000
                                                                        00128100
      *----------------------------------------------------------------*00128200
       2910-99-FIM.            EXIT.                                    00128300
      *----------------------------------------------------------------*00128400
      *----------------------------------------------------------------*00128500
       3000-EMITIR-TRILHA                 SECTION.                      00128600
      *----------------------------------------------------------------*00128700
      *    PROCEDIMENTO DE SAIDA DO SORT: AUDCONS, DETALHE E RESUMOS   *00128800
      *----------------------------------------------------------------*00128900
                                                                        00129000
            OPEN OUTPUT AUDCONS.                                        00129100
            IF WRK-FS-AUDCONS NOT EQUAL ZEROS                           00129200
                MOVE ' ERRO ABERTURA AUDCONS ' TO WRK-MSG               00129300
                PERFORM 9000-TRATAR-ERROS                               00129400
            END-IF.                                                     00129500
                                                                        00129600
            OPEN OUTPUT RELAUDC.                                        00129700
            IF WRK-FS-RELAUDC NOT EQUAL ZEROS                           00129800
                MOVE ' ERRO ABERTURA RELAUDC ' TO WRK-MSG               00129900
                PERFORM 9000-TRATAR-ERROS                               00130000
            END-IF.                                                     00130100
                                                                        00130200
            MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX.                      00130300
            PERFORM 3900-EDITAR-DATA.                                   00130400
            MOVE WRK-DATA-EDITADA TO WRK-CB1-DATA-INI.                  00130500
            MOVE WRK-DATA-FINAL   TO WRK-DATA-AUX.                      00130600
            PERFORM 3900-EDITAR-DATA.                                   00130700
            MOVE WRK-DATA-EDITADA TO WRK-CB1-DATA-FIM.                  00130800
            MOVE WRK-HORA-ABERTURA   TO WRK-CB1-ABERTURA.               00130900
            MOVE WRK-HORA-FECHAMENTO TO WRK-CB1-FECHAMENTO.             00131000
            MOVE WRK-CARTAO-USUARIO  TO WRK-CB2-USUARIO.                00131100
            MOVE WRK-CARTAO-ENTIDADE TO WRK-CB2-ENTIDADE.               00131200
            IF WRK-CARTAO-USUARIO EQUAL SPACES                          00131300
                MOVE 'TODOS' TO WRK-CB2-USUARIO                         00131400
            END-IF.                                                     00131500
            IF WRK-CARTAO-ENTIDADE EQUAL SPACES                         00131600
                MOVE 'TODAS' TO WRK-CB2-ENTIDADE                        00131700
            END-IF.                                                     00131800
                                                                        00131900
            WRITE FD-RELAUDC FROM WRK-CABEC1.                           00132000
            WRITE FD-RELAUDC FROM WRK-CABEC2.                           00132100
            WRITE FD-RELAUDC FROM WRK-LINHA-TRACO.                      00132200
            WRITE FD-RELAUDC FROM WRK-CABEC-DETALHE.                    00132300
            WRITE FD-RELAUDC FROM WRK-LINHA-TRACO.                      00132400
                                                                        00132500
            PERFORM 3100-RETORNAR-REGISTRO                              00132600
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00132700
                                                                        00132800
            IF WRK-ACU-GRAVADOS EQUAL ZEROS                             00132900
                MOVE '*** NENHUMA ALTERACAO NO PERIODO ***'             00133000
                                          TO WRK-SUBTITULO              00133100
                WRITE FD-RELAUDC FROM WRK-SUBTITULO                     00133200
            END-IF.                                                     00133300
                                                                        00133400
            PERFORM 3300-EMITIR-RESUMOS.                                00133500
                                                                        00133600
            CLOSE AUDCONS                                               00133700
                  RELAUDC.                                              00133800
                                                                        00133900
      *----------------------------------------------------------------*00134000
       3000-99-FIM.            EXIT.                                    00134100
      *----------------------------------------------------------------*00134200
      *----------------------------------------------------------------*00134300
       3100-RETORNAR-REGISTRO             SECTION.                      00134400
      *----------------------------------------------------------------*00134500
                                                                        00134600
            RETURN ORDENA INTO WRK-REG-AUDCON                           00134700
                AT END                                                  00134800
                    MOVE 'S' TO WRK-FIM-SORT                            00134900
                NOT AT END                                              00135000
                    PERFORM 3200-GRAVAR-REGISTRO                        00135100
            END-RETURN.                                                 00135200
                                                                        00135300
      *----------------------------------------------------------------*00135400
       3100-99-FIM.            EXIT.                                    00135500
      *----------------------------------------------------------------*00135600
      *----------------------------------------------------------------*00135700
       3200-GRAVAR-REGISTRO               SECTION.                      00135800
      *----------------------------------------------------------------*00135900
                                                                        00136000
            WRITE FD-AUDCONS FROM WRK-REG-AUDCON.                       00136100
            IF WRK-FS-AUDCONS NOT EQUAL ZEROS                           00136200
                MOVE ' ERRO GRAVACAO AUDCONS ' TO WRK-MSG               00136300
                PERFORM 9000-TRATAR-ERROS                               00136400
            END-IF.                                                     00136500
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00136600
                                                                        00136700
            EVALUATE WRK-AUC-OCORRENCIA                                 00136800
             WHEN 'H'                                                   00136900
               ADD 1 TO WRK-ACU-FORA-HORARIO                            00137000
             WHEN 'D'                                                   00137100
               ADD 1 TO WRK-ACU-NAO-UTIL                                00137200
            END-EVALUATE.                                               00137300
            IF WRK-AUC-USUARIO EQUAL SPACES                             00137400
                ADD 1 TO WRK-ACU-SEM-USUARIO                            00137500
            END-IF.                                                     00137600
                                                                        00137700
            MOVE WRK-AUC-DATA     TO WRK-DATA-AUX.                      00137800
            PERFORM 3900-EDITAR-DATA.                                   00137900
            MOVE WRK-DATA-EDITADA TO WRK-LDT-DATA.                      00138000
            MOVE WRK-AUC-HORA     TO WRK-HORA-AUX.                      00138100
            MOVE WRK-HORA-AUX(1:2) TO WRK-HED-HH.                       00138200
            MOVE WRK-HORA-AUX(3:2) TO WRK-HED-MM.                       00138300
            MOVE WRK-HORA-AUX(5:2) TO WRK-HED-SS.                       00138400
            MOVE WRK-HORA-EDITADA TO WRK-LDT-HORA.                      00138500
            MOVE WRK-AUC-ORIGEM   TO WRK-LDT-ORIGEM.                    00138600
            MOVE WRK-AUC-USUARIO  TO WRK-LDT-USUARIO.                   00138700
            IF WRK-AUC-USUARIO EQUAL SPACES                             00138800
                MOVE '(N/I)'      TO WRK-LDT-USUARIO                    00138900
            END-IF.                                                     00139000
            MOVE WRK-AUC-ENTIDADE TO WRK-LDT-ENTIDADE.                  00139100
            MOVE WRK-AUC-CHAVE    TO WRK-LDT-CHAVE.                     00139200
            MOVE WRK-AUC-ACAO     TO WRK-LDT-ACAO.                      00139300
            MOVE WRK-AUC-ANTES    TO WRK-LDT-ANTES.                     00139400
            MOVE WRK-AUC-DEPOIS   TO WRK-LDT-DEPOIS.                    00139500
            MOVE WRK-AUC-OCORRENCIA TO WRK-LDT-OCORRENCIA.              00139600
            WRITE FD-RELAUDC FROM WRK-LINHA-DETALHE.                    00139700
                                                                        00139800
            MOVE '1'              TO WRK-CRS-TIPO.                      00139900
            MOVE WRK-LDT-USUARIO  TO WRK-CRS-NOME.                      00140000
            PERFORM 3210-ACUMULAR-RESUMO.                               00140100
                                                                        00140200
            MOVE '2'              TO WRK-CRS-TIPO.                      00140300
            MOVE WRK-AUC-ENTIDADE TO WRK-CRS-NOME.                      00140400
            PERFORM 3210-ACUMULAR-RESUMO.                               00140500
                                                                        00140600
            MOVE '3'              TO WRK-CRS-TIPO.                      00140700
            MOVE WRK-AUC-DATA     TO WRK-DATA-AUX.                      00140800
            MOVE WRK-DATA-AUX(1:6) TO WRK-CRS-NOME.                     00140900
            PERFORM 3210-ACUMULAR-RESUMO.                               00141000
                                                                        00141100
      *----------------------------------------------------------------*00141200
       3200-99-FIM.            EXIT.                                    00141300
      *----------------------------------------------------------------*00141400
      *----------------------------------------------------------------*00141500
       3210-ACUMULAR-RESUMO               SECTION.                      00141600
      *----------------------------------------------------------------*00141700
      *    TABELA MANTIDA EM ORDEM DE TIPO + NOME (INSERCAO NO LUGAR)  *00141800
      *----------------------------------------------------------------*00141900
                                                                        00142000
            PERFORM 3211-PROCURAR-RESUMO                                00142100
                VARYING WRK-IDX-RES FROM 1 BY 1                         00142200
                UNTIL WRK-IDX-RES GREATER WRK-QT-RESUMO                 00142300
                   OR WRK-TRS-CHAVE(WRK-IDX-RES)                        00142400
                      NOT LESS WRK-CHAVE-RESUMO.                        00142500
                                                                        00142600
            IF WRK-IDX-RES GREATER WRK-QT-RESUMO                        00142700
               OR WRK-TRS-CHAVE(WRK-IDX-RES) NOT EQUAL WRK-CHAVE-RESUMO 00142800
                IF WRK-QT-RESUMO NOT LESS 700                           00142900
                    IF WRK-RESUMO-CHEIO EQUAL 'N'                       00143000
                        DISPLAY 'TABELA DE RESUMO CHEIA - PARCIAL'      00143100
                        MOVE 'S' TO WRK-RESUMO-CHEIO                    00143200
                    END-IF                                              00143300
                    GO TO 3210-99-FIM                                   00143400
                END-IF                                                  00143500
                PERFORM 3212-DESLOCAR-RESUMO                            00143600
                    VARYING WRK-IDX-AUX FROM WRK-QT-RESUMO BY -1        00143700
                    UNTIL WRK-IDX-AUX LESS WRK-IDX-RES                  00143800
                ADD 1 TO WRK-QT-RESUMO                                  00143900
                MOVE WRK-CHAVE-RESUMO TO WRK-TRS-CHAVE(WRK-IDX-RES)     00144000
                MOVE ZEROS TO WRK-TRS-QT-TOTAL(WRK-IDX-RES)             00144100
                              WRK-TRS-QT-HORARIO(WRK-IDX-RES)           00144200
                              WRK-TRS-QT-NAO-UTIL(WRK-IDX-RES)          00144300
            END-IF.                                                     00144400
                                                                        00144500
            ADD 1 TO WRK-TRS-QT-TOTAL(WRK-IDX-RES).                     00144600
            EVALUATE WRK-AUC-OCORRENCIA                                 00144700
             WHEN 'H'                                                   00144800
               ADD 1 TO WRK-TRS-QT-HORARIO(WRK-IDX-RES)                 00144900
             WHEN 'D'                                                   00145000
               ADD 1 TO WRK-TRS-QT-NAO-UTIL(WRK-IDX-RES)                00145100
            END-EVALUATE.                                               00145200
                                                                        00145300
      *----------------------------------------------------------------*00145400
       3210-99-FIM.            EXIT.                                    00145500
      *----------------------------------------------------------------*00145600
      *----------------------------------------------------------------*00145700
       3211-PROCURAR-RESUMO               SECTION.                      00145800
      *----------------------------------------------------------------*00145900
                                                                        00146000
            CONTINUE.                                                   00146100
                                                                        00146200
      *----------------------------------------------------------------*00146300
       3211-99-FIM.            EXIT.                                    00146400
      *----------------------------------------------------------------*00146500
      *----------------------------------------------------------------*00146600
       3212-DESLOCAR-RESUMO               SECTION.                      00146700
      *----------------------------------------------------------------*00146800
                                                                        00146900
            MOVE WRK-TRS-ITEM(WRK-IDX-AUX)                              00147000
                              TO WRK-TRS-ITEM(WRK-IDX-AUX + 1).         00147100
                                                                        00147200
      *----------------------------------------------------------------*00147300
       3212-99-FIM.            EXIT.                                    00147400
      *----------------------------------------------------------------*00147500
      *----------------------------------------------------------------*00147600
       3300-EMITIR-RESUMOS                SECTION.                      00147700
      *----------------------------------------------------------------*00147800
                                                                        00147900
            MOVE SPACES TO WRK-TIPO-ANTERIOR.                           00148000
                                                                        00148100
            PERFORM 3310-EMITIR-LINHA-RESUMO                            00148200
                VARYING WRK-IDX-RES FROM 1 BY 1                         00148300
                UNTIL WRK-IDX-RES GREATER WRK-QT-RESUMO.                00148400
                                                                        00148500
            MOVE SPACES TO WRK-SUBTITULO.                               00148600
            WRITE FD-RELAUDC FROM WRK-SUBTITULO.                        00148700
            WRITE FD-RELAUDC FROM WRK-LINHA-TRACO.                      00148800
            STRING 'LIDOS: ' WRK-ACU-LIDOS                              00148900
                   '  NA TRILHA: ' WRK-ACU-GRAVADOS                     00149000
                   '  FORA DO HORARIO: ' WRK-ACU-FORA-HORARIO           00149100
                   '  DIA NAO UTIL: ' WRK-ACU-NAO-UTIL                  00149200
                   '  SEM USUARIO: ' WRK-ACU-SEM-USUARIO                00149300
                   '  INVALIDOS: ' WRK-ACU-INVALIDOS                    00149400
                DELIMITED BY SIZE INTO WRK-SUBTITULO.                   00149500
            WRITE FD-RELAUDC FROM WRK-SUBTITULO.                        00149600
                                                                        00149700
      *----------------------------------------------------------------*00149800
       3300-99-FIM.            EXIT.                                    00149900
      *----------------------------------------------------------------*00150000
      *----------------------------------------------------------------*00150100
       3310-EMITIR-LINHA-RESUMO           SECTION.                      00150200
      *----------------------------------------------------------------*00150300
                                                                        00150400
            IF WRK-TRS-TIPO(WRK-IDX-RES) NOT EQUAL WRK-TIPO-ANTERIOR    00150500
                MOVE WRK-TRS-TIPO(WRK-IDX-RES) TO WRK-TIPO-ANTERIOR     00150600
                MOVE SPACES TO WRK-SUBTITULO                            00150700
                WRITE FD-RELAUDC FROM WRK-SUBTITULO                     00150800
                EVALUATE WRK-TIPO-ANTERIOR                              00150900
                 WHEN '2'                                               00151000
                   MOVE 'RESUMO POR ENTIDADE' TO WRK-SUBTITULO          00151100
                 WHEN '3'                                               00151200
                   MOVE 'RESUMO POR MES'      TO WRK-SUBTITULO          00151300
                 WHEN OTHER                                             00151400
                   MOVE 'RESUMO POR USUARIO/JOB' TO WRK-SUBTITULO       00151500
                END-EVALUATE                                            00151600
                WRITE FD-RELAUDC FROM WRK-SUBTITULO                     00151700
                WRITE FD-RELAUDC FROM WRK-LINHA-TRACO                   00151800
                WRITE FD-RELAUDC FROM WRK-CABEC-RESUMO                  00151900
            END-IF.                                                     00152000
                                                                        00152100
            IF WRK-TRS-TIPO(WRK-IDX-RES) EQUAL '3'                      00152200
                MOVE WRK-TRS-NOME(WRK-IDX-RES)(5:2) TO WRK-MED-MES      00152300
                MOVE WRK-TRS-NOME(WRK-IDX-RES)(1:4) TO WRK-MED-ANO      00152400
                MOVE WRK-MES-EDITADO TO WRK-LRS-NOME                    00152500
            ELSE                                                        00152600
                MOVE WRK-TRS-NOME(WRK-IDX-RES) TO WRK-LRS-NOME          00152700
            END-IF.                                                     00152800
            MOVE WRK-TRS-QT-TOTAL(WRK-IDX-RES)    TO WRK-LRS-QT-TOTAL.  00152900
            MOVE WRK-TRS-QT-HORARIO(WRK-IDX-RES)  TO WRK-LRS-QT-HORARIO.00153000
            MOVE WRK-TRS-QT-NAO-UTIL(WRK-IDX-RES)                       00153100
                              TO WRK-LRS-QT-NAO-UTIL.                   00153200
            WRITE FD-RELAUDC FROM WRK-LINHA-RESUMO.                     00153300
                                                                        00153400
      *----------------------------------------------------------------*00153500
       3310-99-FIM.            EXIT.                                    00153600
      *----------------------------------------------------------------*00153700
      *----------------------------------------------------------------*00153800
       3900-EDITAR-DATA                   SECTION.                      00153900
      *----------------------------------------------------------------*00154000
                                                                        00154100
            MOVE WRK-DATA-AUX(7:2) TO WRK-DED-DIA.                      00154200
            MOVE WRK-DATA-AUX(5:2) TO WRK-DED-MES.                      00154300
            MOVE WRK-DATA-AUX(1:4) TO WRK-DED-ANO.                      00154400
                                                                        00154500
      *----------------------------------------------------------------*00154600
       3900-99-FIM.            EXIT.                                    00154700
      *----------------------------------------------------------------*00154800
      *----------------------------------------------------------------*00154900
       4000-FINALIZAR                     SECTION.                      00155000
      *----------------------------------------------------------------*00155100
                                                                        00155200
            DISPLAY 'FR06C159 - REGISTROS LIDOS.....: ' WRK-ACU-LIDOS.  00155300
            DISPLAY 'FR06C159 - FORA DO FILTRO......: '                 00155400
                    WRK-ACU-FORA-FILTRO.                                00155500
            DISPLAY 'FR06C159 - GRAVADOS NA TRILHA..: '                 00155600
                    WRK-ACU-GRAVADOS.                                   00155700
            DISPLAY 'FR06C159 - FORA DO HORARIO.....: '                 00155800
                    WRK-ACU-FORA-HORARIO.                               00155900
            DISPLAY 'FR06C159 - DIA NAO UTIL........: '                 00156000
                    WRK-ACU-NAO-UTIL.                                   00156100
            DISPLAY 'FR06C159 - SEM USUARIO/JOB.....: '                 00156200
                    WRK-ACU-SEM-USUARIO.                                00156300
            DISPLAY 'FR06C159 - INVALIDOS...........: '                 00156400
                    WRK-ACU-INVALIDOS.                                  00156500
            DISPLAY 'FR06C159 - ORIGENS AUSENTES....: '                 00156600
                    WRK-ACU-AUSENTES.                                   00156700
                                                                        00156800
            IF WRK-ACU-SELECIONADOS NOT EQUAL WRK-ACU-GRAVADOS          00156900
                MOVE ' SELECIONADOS DIFEREM DE GRAVADOS ' TO WRK-MSG    00157000
                PERFORM 9000-TRATAR-ERROS                               00157100
            END-IF.                                                     00157200
                                                                        00157300
            IF WRK-ACU-INVALIDOS GREATER ZEROS                          00157400
               OR WRK-RESUMO-CHEIO EQUAL 'S'                            00157500
                MOVE 4 TO RETURN-CODE                                   00157600
            END-IF.                                                     00157700
                                                                        00157800
            STOP RUN.                                                   00157900
                                                                        00158000
      *----------------------------------------------------------------*00158100
       4000-99-FIM.            EXIT.                                    00158200
      *----------------------------------------------------------------*00158300
      *----------------------------------------------------------------*00158400
       9000-TRATAR-ERROS                  SECTION.                      00158500
      *----------------------------------------------------------------*00158600
                                                                        00158700
             MOVE 'FR06C159'       TO WRK-ERR-PROGRAMA.                 00158800
             MOVE '9000'           TO WRK-ERR-SECTION.                  00158900
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00159000
             MOVE SPACES           TO WRK-ERR-STATUS.                   00159100
             MOVE WRK-FS-AUDIT     TO WRK-ERR-STATUS(1:2).              00159200
             MOVE WRK-FS-AUDITPR   TO WRK-ERR-STATUS(3:2).              00159300
             MOVE WRK-FS-HISTSAL   TO WRK-ERR-STATUS(5:2).              00159400
             MOVE WRK-FS-AUDCONS   TO WRK-ERR-STATUS(7:2).              00159500
             MOVE WRK-FS-RELAUDC   TO WRK-ERR-STATUS(9:2).              00159600
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00159700
                                                                        00159800
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00159900
                                                                        00160000
      *----------------------------------------------------------------*00160100
       9000-99-FIM.            EXIT.                                    00160200
      *----------------------------------------------------------------*00160300
