      *               (PRJSAI), COM UMA LINHA DE AUDITORIA POR          00001800
      *               ALTERACAO NO ARQUIVO AUDITPJ E NA SYSOUT.         00001900
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00002000
      *               COL 01    ACAO: 'I' INCLUIR / 'E' ENCERRAR /     *00002066
      *                         'C' TROCAR O CLIENTE FATURADO          *00002132
      *               COL 02-21 PROJETO                                *00002200
      *               COL 22-51 DESCRICAO                              *00002300
      *               COL 52-56 HORAS ORCADAS                          *00002400
      *               COL 57-64 DATA INICIO (AAAAMMDD)                 *00002500
      *               COL 65-72 DATA FIM    (AAAAMMDD)                 *00002600
      *               COL 73-80 CLIENTE FATURADO (CONTAS A RECEBER)    *00002650
      *                                                                 00002700
      *----------------------------------------------------------------*00002800
      *     INPUT:                                                      00002900
      *     PRJENT            I   (CADASTRO ATUAL - LRECL 80)           00003100
      *     PRJSAI            O   (CADASTRO NOVO - LRECL 80)            00003200
      *     AUDITPJ           O   (AUDITORIA - LRECL 80, EXTEND)        00003300
      *     RUNCTL            I   (JOB DA RODADA - OPCIONAL)            00003350
      *                                                                 00003400
      *----------------------------------------------------------------*00003500
      *     MANUTENCAO:                                                 00003600
      *     15/10/2026 JL - CLIENTE FATURADO DO PROJETO (COL 73-80 DO   00003616
      *                     CARTAO, GRAVADO EM WRK-PRM-CLIENTE) E NOVA  00003632
      *                     ACAO 'C' PARA TROCAR O CLIENTE DE PROJETO   00003648
      *                     ATIVO, COM AUDITORIA 'CLIENTE'. O CLIENTE   00003664
      *                     ALIMENTA O CONTAS A RECEBER (FR06C146).     00003680
      *     15/10/2026 JL - A LINHA DE AUDITORIA PASSA A LEVAR O JOB DA 00003684
      *                     RODADA (RUNCTL TIPO '1', COL 73-80; EM      00003688
      *                     BRANCO SEM RUNCTL) PARA O RELATORIO         00003692
      *                     CONSOLIDADO DE AUDITORIA FR06C159.          00003696
      *                                                                 00003700
      *================================================================*00003800
                                                                        00003900
                FILE STATUS            IS WRK-FS-PRJENT.                00005700
             SELECT PRJSAI             ASSIGN TO PRJSAI                 00005800
                FILE STATUS            IS WRK-FS-PRJSAI.                00005900
             SELECT RUNCTL             ASSIGN TO RUNCTL                 00005933
                FILE STATUS            IS WRK-FS-RUNCTL.                00005966
             SELECT AUDITPJ            ASSIGN TO AUDITPJ                00006000
                FILE STATUS            IS WRK-FS-AUDITPJ.               00006100
                                                                        00006200
           RECORDING MODE IS F                                          00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
       01 FD-PRJSAI                    PIC X(80).                       00007900
                                                                        00007916
       FD RUNCTL                                                        00007932
           RECORDING MODE IS F                                          00007948
           BLOCK CONTAINS 0 RECORDS.                                    00007964
       01 FD-RUNCTL                    PIC X(80).                       00007980
                                                                        00008000
       FD AUDITPJ                                                       00008100
           RECORDING MODE IS F                                          00008200
          05 WRK-CARTAO-HORAS          PIC X(05).                       00011900
          05 WRK-CARTAO-DATA-INI       PIC X(08).                       00012000
          05 WRK-CARTAO-DATA-FIM       PIC X(08).                       00012100
          05 WRK-CARTAO-CLIENTE        PIC X(08).                       00012200
                                                                        00012300
       01 WRK-LINHA-AUDIT.                                              00012400
          05 WRK-AUD-DATA              PIC 9(08).                       00012500
          05 WRK-AUD-ACAO              PIC X(10).                       00012900
          05 FILLER                    PIC X(01) VALUE SPACES.          00013000
          05 WRK-AUD-PROJETO           PIC X(20).                       00013100
          05 FILLER                    PIC X(25) VALUE SPACES.          00013200
          05 WRK-AUD-JOB               PIC X(08) VALUE SPACES.          00013250
                                                                        00013300
       01 WRK-HORA-SISTEMA.                                             00013400
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00013500
                                                                        00014200
       77 WRK-FS-PRJENT                PIC X(02) VALUE SPACES.          00014300
       77 WRK-FS-PRJSAI                PIC X(02) VALUE SPACES.          00014400
       77 WRK-FS-RUNCTL                PIC X(02) VALUE SPACES.          00014450
       77 WRK-FS-AUDITPJ               PIC X(02) VALUE SPACES.          00014500
       77 WRK-ACU-INCLUIDOS            PIC 9(03) VALUE ZEROS.           00014600
       77 WRK-ACU-ENCERRADOS           PIC 9(03) VALUE ZEROS.           00014700
       77 WRK-ACU-CLIENTES             PIC 9(03) VALUE ZEROS.           00014750
       77 WRK-ACU-RECUSADOS            PIC 9(03) VALUE ZEROS.           00014800
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00014900
                                                                        00014912
      *----------------------------------------------------------------*00014924
       01 FILLER                       PIC X(50)               VALUE    00014936
            '**** AREA DO CONTROLE DE RODADA ****'.                     00014948
      *----------------------------------------------------------------*00014960
                                                                        00014972
        COPY 'B#RUNCTL'.                                                00014984
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                       PIC X(50)               VALUE    00015200
            ACCEPT WRK-AUD-DATA FROM DATE YYYYMMDD.                     00018000
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00018100
            MOVE WRK-HORA-HHMMSS TO WRK-AUD-HORA.                       00018200
            PERFORM 1600-LER-JOB-RODADA.                                00018250
                                                                        00018300
            OPEN INPUT PRJENT.                                          00018400
            IF WRK-FS-PRJENT EQUAL '35'                                 00018500
                                                                        00023300
      *----------------------------------------------------------------*00023400
       1100-99-FIM.            EXIT.                                    00023500
      *----------------------------------------------------------------*00023504
      *----------------------------------------------------------------*00023508
       1600-LER-JOB-RODADA                SECTION.                      00023512
      *----------------------------------------------------------------*00023516
      *    JOB DA RODADA (RUNCTL TIPO '1') PARA A LINHA DE AUDITORIA; * 00023520
      *    SEM RUNCTL O JOB FICA EM BRANCO.                           * 00023524
      *----------------------------------------------------------------*00023528
                                                                        00023532
            MOVE SPACES TO WRK-AUD-JOB.                                 00023536
            OPEN INPUT RUNCTL.                                          00023540
            IF WRK-FS-RUNCTL NOT EQUAL ZEROS                            00023544
                GO TO 1600-99-FIM                                       00023548
            END-IF.                                                     00023552
                                                                        00023556
            READ RUNCTL INTO WRK-RUNCTL.                                00023560
            IF WRK-FS-RUNCTL EQUAL ZEROS                                00023564
               AND WRK-RUNCTL-TIPO EQUAL '1'                            00023568
                MOVE WRK-RUNCTL-JOB TO WRK-AUD-JOB                      00023572
            END-IF.                                                     00023576
            CLOSE RUNCTL.                                               00023580
                                                                        00023584
      *----------------------------------------------------------------*00023588
       1600-99-FIM.            EXIT.                                    00023592
      *----------------------------------------------------------------*00023600
      *----------------------------------------------------------------*00023700
       2000-PROCESSAR                     SECTION.                      00023800
               PERFORM 2100-INCLUIR                                     00024300
             WHEN 'E'                                                   00024400
               PERFORM 2200-ENCERRAR                                    00024500
             WHEN 'C'                                                   00024533
               PERFORM 2250-TROCAR-CLIENTE                              00024566
             WHEN OTHER                                                 00024600
               ADD 1 TO WRK-ACU-RECUSADOS                               00024700
               DISPLAY 'CARTAO COM ACAO INVALIDA: ' WRK-CARTAO          00024800
            MOVE WRK-CARTAO-PROJETO    TO WRK-PRM-PROJETO.              00028100
            MOVE WRK-CARTAO-DESCRICAO  TO WRK-PRM-DESCRICAO.            00028200
            MOVE 'A'                   TO WRK-PRM-SITUACAO.             00028300
            MOVE WRK-CARTAO-CLIENTE    TO WRK-PRM-CLIENTE.              00028350
            MOVE WRK-CARTAO-HORAS      TO WRK-PRM-HORAS-ORCADAS.        00028400
            IF WRK-CARTAO-DATA-INI NUMERIC                              00028500
                MOVE WRK-CARTAO-DATA-INI TO WRK-PRM-DATA-INI            00028600
                                                                        00032800
      *----------------------------------------------------------------*00032900
       2200-99-FIM.            EXIT.                                    00033000
      *----------------------------------------------------------------*00033002
      *----------------------------------------------------------------*00033004
       2250-TROCAR-CLIENTE                SECTION.                      00033006
      *----------------------------------------------------------------*00033008
      *    SO PROJETO ATIVO; AS FATURAS JA EMITIDAS FICAM COM O CLIENTE 00033010
      *    DA EMISSAO (O CONTAS A RECEBER GUARDA O CLIENTE NA FATURA).  00033012
      *----------------------------------------------------------------*00033014
                                                                        00033016
            IF WRK-CARTAO-CLIENTE EQUAL SPACES                          00033018
                ADD 1 TO WRK-ACU-RECUSADOS                              00033020
                DISPLAY 'CLIENTE EM BRANCO - RECUSADO: '                00033022
                        WRK-CARTAO-PROJETO                              00033024
                GO TO 2250-99-FIM                                       00033026
            END-IF.                                                     00033028
                                                                        00033030
            PERFORM 2300-PROCURAR-ATIVO.                                00033032
                                                                        00033034
            IF WRK-ACHOU EQUAL 'N'                                      00033036
                ADD 1 TO WRK-ACU-RECUSADOS                              00033038
                DISPLAY 'NAO CADASTRADO - RECUSADO: '                   00033040
                        WRK-CARTAO-PROJETO                              00033042
                GO TO 2250-99-FIM                                       00033044
            END-IF.                                                     00033046
                                                                        00033048
            MOVE WRK-TBP-REGISTRO(WRK-IDX-PRJ) TO WRK-REG-PROJM.        00033050
            MOVE WRK-CARTAO-CLIENTE TO WRK-PRM-CLIENTE.                 00033052
            MOVE WRK-REG-PROJM TO WRK-TBP-REGISTRO(WRK-IDX-PRJ).        00033054
            ADD 1 TO WRK-ACU-CLIENTES.                                  00033056
                                                                        00033058
            MOVE 'CLIENTE   ' TO WRK-AUD-ACAO.                          00033060
            PERFORM 2400-GRAVAR-AUDITORIA.                              00033062
                                                                        00033064
      *----------------------------------------------------------------*00033066
       2250-99-FIM.            EXIT.                                    00033068
      *----------------------------------------------------------------*00033100
      *----------------------------------------------------------------*00033200
       2300-PROCURAR-ATIVO                SECTION.                      00033300
            DISPLAY '  PROJETOS NO CADASTRO.: ' WRK-QT-PROJETOS.        00038400
            DISPLAY '  INCLUIDOS............: ' WRK-ACU-INCLUIDOS.      00038500
            DISPLAY '  ENCERRADOS...........: ' WRK-ACU-ENCERRADOS.     00038600
            DISPLAY '  CLIENTE TROCADO......: ' WRK-ACU-CLIENTES.       00038650
            DISPLAY '  CARTOES RECUSADOS....: ' WRK-ACU-RECUSADOS.      00038700
            DISPLAY '------------------------------------------------'. 00038800
                                                                        00038900
