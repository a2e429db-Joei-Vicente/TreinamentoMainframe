      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C150.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: EMISSAO DO BOLETIM ESCOLAR DE FIM DE TERMO, UMA   00001400
      *               PAGINA POR ALUNO ATIVO DO CADASTRO (CADALU,       00001500
      *               LAYOUT B#CADALU), EM ORDEM DE TURMA E NOME, COM   00001600
      *               UMA CAPA POR TURMA. CADA PAGINA TRAZ:             00001700
      *               - A MEDIA DE CADA DISCIPLINA E A MEDIA PONDERADA  00001800
      *                 COM A SITUACAO DO TERMO (SAINOTA, FR06CB25);    00001900
      *               - A FREQUENCIA (FREQ) COM O VEREDITO DA REGRA DE  00002000
      *                 FALTA, PELO MESMO PARAMETRO FREQ-MINIMA DO      00002100
      *                 PARAMS (PADRAO 075%) USADO PELO FR06CB25;       00002200
      *               - O RESULTADO DA RECUPERACAO E A SITUACAO FINAL   00002300
      *                 (SAINOTF, FR06CB88);                            00002400
      *               - A POSICAO DO ALUNO EM RELACAO A MEDIA DA        00002500
      *                 TURMA (DIFERENCA E CLASSIFICACAO);              00002600
      *               - O RESULTADO DO TERMO ANTERIOR NO HISTORICO      00002700
      *                 (HISTNOT, B#HISTN): O MAIOR TERMO MENOR QUE O   00002800
      *                 TERMO INFORMADO NA SYSIN.                       00002900
      *               A TURMA E A DO CADASTRO DE ALUNOS; QUANDO A       00003000
      *               ENTURMACAO DO FR06C149 (ENTURMA, B#ENTUR) E       00003100
      *               INFORMADA, VALE A TURMA EM QUE O ALUNO ESTA       00003200
      *               MATRICULADO NELA. ALUNO ATIVO SEM NOTAS NO        00003300
      *               SAINOTA SAI COM O AVISO NA PAGINA (RC 4).         00003400
      *               CARTAO DA SYSIN:                                  00003500
      *               COL 01-06 TERMO (AAAAPP)                          00003600
      *                                                                 00003700
      *----------------------------------------------------------------*00003800
      *     INPUT:                                                      00003900
      *     DDNAME           I/O                                        00004000
      *     CADALU            I   (CADASTRO DE ALUNOS - LRECL 50)       00004100
      *     SAINOTA           I   (NOTAS DO TERMO - LRECL 60)           00004200
      *     SAINOTF           I   (RESULTADO FINAL - LRECL 60,          00004300
      *                            OPCIONAL)                            00004400
      *     FREQ              I   (FREQUENCIA - LRECL 20, OPCIONAL)     00004500
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00004600
      *     HISTNOT           I   (HISTORICO - LRECL 80, OPCIONAL)      00004700
      *     DISCIPL           I   (DISCIPLINAS - LRECL 40, OPCIONAL)    00004800
      *     ENTURMA           I   (ENTURMACAO - LRECL 40, OPCIONAL)     00004900
      *     BOLETIM           O   (BOLETINS - LRECL 80, IMPRESSAO)      00005000
      *                                                                 00005100
      *----------------------------------------------------------------*00005200
      *     MANUTENCAO:                                                 00005300
      *                                                                 00005400
      *================================================================*00005500
                                                                        00005600
      *================================================================*00005700
       ENVIRONMENT                               DIVISION.              00005800
      *================================================================*00005900
                                                                        00006000
      *----------------------------------------------------------------*00006100
       CONFIGURATION                             SECTION.               00006200
      *----------------------------------------------------------------*00006300
                                                                        00006400
       SPECIAL-NAMES.                                                   00006500
           DECIMAL-POINT IS COMMA.                                      00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       INPUT-OUTPUT                              SECTION.               00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       FILE-CONTROL.                                                    00007200
             SELECT CADALU             ASSIGN TO CADALU                 00007300
                FILE STATUS            IS WRK-FS-CADALU.                00007400
             SELECT SAINOTA            ASSIGN TO SAINOTA                00007500
                FILE STATUS            IS WRK-FS-SAINOTA.               00007600
             SELECT SAINOTF            ASSIGN TO SAINOTF                00007700
                FILE STATUS            IS WRK-FS-SAINOTF.               00007800
             SELECT FREQ               ASSIGN TO FREQ                   00007900
                FILE STATUS            IS WRK-FS-FREQ.                  00008000
             SELECT PARAMS             ASSIGN TO PARAMS                 00008100
                FILE STATUS            IS WRK-FS-PARAMS.                00008200
             SELECT HISTNOT            ASSIGN TO HISTNOT                00008300
                FILE STATUS            IS WRK-FS-HISTNOT.               00008400
             SELECT DISCIPL            ASSIGN TO DISCIPL                00008500
                FILE STATUS            IS WRK-FS-DISCIPL.               00008600
             SELECT ENTURMA            ASSIGN TO ENTURMA                00008700
                FILE STATUS            IS WRK-FS-ENTURMA.               00008800
             SELECT BOLETIM            ASSIGN TO BOLETIM                00008900
                FILE STATUS            IS WRK-FS-BOLETIM.               00009000
             SELECT ORDENA             ASSIGN TO ORDENA.                00009100
                                                                        00009200
      *================================================================*00009300
       DATA                                      DIVISION.              00009400
      *================================================================*00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       FILE                                      SECTION.               00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FD CADALU                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-CADALU                    PIC X(50).                       00010400
                                                                        00010500
       FD SAINOTA                                                       00010600
           RECORDING MODE IS F                                          00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
       01 FD-SAINOTA.                                                   00010900
          05 FD-MATRICULA              PIC 9(05).                       00011000
          05 FD-QTD-NOTAS              PIC 9(02).                       00011100
          05 FD-MEDIA                  PIC 9(02)V99.                    00011200
          05 FD-STATUS                 PIC X(45).                       00011300
          05 FD-DISCIPLINA             PIC X(03).                       00011400
          05 FILLER                    PIC X(01).                       00011500
                                                                        00011600
       FD SAINOTF                                                       00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-SAINOTF.                                                   00012000
          05 FD-FIN-MATRICULA          PIC 9(05).                       00012100
          05 FD-FIN-QTD-NOTAS          PIC 9(02).                       00012200
          05 FD-FIN-MEDIA              PIC 9(02)V99.                    00012300
          05 FD-FIN-STATUS             PIC X(45).                       00012400
          05 FD-FIN-ESTAGIO            PIC X(01).                       00012500
          05 FILLER                    PIC X(03).                       00012600
                                                                        00012700
       FD FREQ                                                          00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-FREQ.                                                      00013100
          05 FD-FRQ-MATRICULA          PIC X(05).                       00013200
          05 FD-FRQ-AULAS-DADAS        PIC X(03).                       00013300
          05 FD-FRQ-AULAS-FREQ         PIC X(03).                       00013400
          05 FILLER                    PIC X(09).                       00013500
                                                                        00013600
       FD PARAMS                                                        00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-PARAMS                    PIC X(50).                       00014000
                                                                        00014100
       FD HISTNOT                                                       00014200
           RECORDING MODE IS F                                          00014300
           BLOCK CONTAINS 0 RECORDS.                                    00014400
       01 FD-HISTNOT                   PIC X(80).                       00014500
                                                                        00014600
       FD DISCIPL                                                       00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
       01 FD-DISCIPL                   PIC X(40).                       00015000
                                                                        00015100
       FD ENTURMA                                                       00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-ENTURMA                   PIC X(40).                       00015500
                                                                        00015600
       FD BOLETIM                                                       00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-BOLETIM                   PIC X(80).                       00016000
                                                                        00016100
       SD ORDENA.                                                       00016200
       01 SD-ORDENA.                                                    00016300
          05 SD-TURMA                  PIC X(05).                       00016400
          05 SD-NOME                   PIC X(30).                       00016500
          05 SD-IDX-ALUNO              PIC 9(03).                       00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       WORKING-STORAGE                           SECTION.               00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       01 FILLER                       PIC X(50)               VALUE    00017300
            '**** AREA DOS LAYOUTS ****'.                               00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
        COPY 'B#CADALU'.                                                00017700
                                                                        00017800
        COPY 'B#HISTN'.                                                 00017900
                                                                        00018000
        COPY 'B#DISCIP'.                                                00018100
                                                                        00018200
        COPY 'B#ENTUR'.                                                 00018300
                                                                        00018400
        COPY 'B#PARAM'.                                                 00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01 FILLER                       PIC X(50)               VALUE    00018800
            '**** ALUNOS ATIVOS EM MEMORIA ****'.                       00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
      *    TEM-NOTA/TEM-FINAL/TEM-FREQ = 'S' QUANDO O ALUNO TEM         00019200
      *    REGISTRO NO SAINOTA (GERAL) / SAINOTF / FREQ                 00019300
       01 WRK-TAB-ALUNOS.                                               00019400
          05 WRK-TAB-ALU-ITEM          OCCURS 300 TIMES.                00019500
             10 WRK-TBA-MATRICULA      PIC X(05).                       00019600
             10 WRK-TBA-NOME           PIC X(30).                       00019700
             10 WRK-TBA-TURMA          PIC X(05).                       00019800
             10 WRK-TBA-TEM-NOTA       PIC X(01).                       00019900
             10 WRK-TBA-MEDIA          PIC 9(02)V99.                    00020000
             10 WRK-TBA-STATUS         PIC X(45).                       00020100
             10 WRK-TBA-TEM-FINAL      PIC X(01).                       00020200
             10 WRK-TBA-FIN-MEDIA      PIC 9(02)V99.                    00020300
             10 WRK-TBA-FIN-STATUS     PIC X(45).                       00020400
             10 WRK-TBA-FIN-ESTAGIO    PIC X(01).                       00020500
             10 WRK-TBA-TEM-FREQ       PIC X(01).                       00020600
             10 WRK-TBA-AULAS-DADAS    PIC 9(03).                       00020700
             10 WRK-TBA-AULAS-FREQ     PIC 9(03).                       00020800
             10 WRK-TBA-HIS-TERMO      PIC X(06).                       00020900
             10 WRK-TBA-HIS-MEDIA      PIC 9(02)V99.                    00021000
             10 WRK-TBA-HIS-STATUS     PIC X(45).                       00021100
                                                                        00021200
       77 WRK-QT-ALUNOS                PIC 9(03) VALUE ZEROS.           00021300
       77 WRK-IDX-ALU                  PIC 9(03) VALUE ZEROS.           00021400
       77 WRK-IDX-COLEGA               PIC 9(03) VALUE ZEROS.           00021500
       77 WRK-ALU-ACHADO               PIC 9(03) VALUE ZEROS.           00021600
       77 WRK-MATRICULA-BUSCA          PIC X(05) VALUE SPACES.          00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
       01 FILLER                       PIC X(50)               VALUE    00022000
            '**** NOTAS POR DISCIPLINA E DISCIPLINAS ****'.             00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
       01 WRK-TAB-NOTAS-DISC.                                           00022400
          05 WRK-TAB-NTD-ITEM          OCCURS 3000 TIMES.               00022500
             10 WRK-NTD-IDX-ALUNO      PIC 9(03).                       00022600
             10 WRK-NTD-DISCIPLINA     PIC X(03).                       00022700
             10 WRK-NTD-MEDIA          PIC 9(02)V99.                    00022800
             10 WRK-NTD-STATUS         PIC X(45).                       00022900
                                                                        00023000
       77 WRK-QT-NOTAS-DISC            PIC 9(04) VALUE ZEROS.           00023100
       77 WRK-IDX-NTD                  PIC 9(04) VALUE ZEROS.           00023200
                                                                        00023300
       01 WRK-TAB-DISCIPLINAS.                                          00023400
          05 WRK-TAB-DIS-ITEM          OCCURS 50 TIMES.                 00023500
             10 WRK-TBD-CODIGO         PIC X(03).                       00023600
             10 WRK-TBD-NOME           PIC X(20).                       00023700
                                                                        00023800
       77 WRK-QT-DISCIPLINAS           PIC 9(02) VALUE ZEROS.           00023900
       77 WRK-IDX-DIS                  PIC 9(02) VALUE ZEROS.           00024000
       77 WRK-DIS-ACHADA               PIC 9(02) VALUE ZEROS.           00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
       01 FILLER                       PIC X(50)               VALUE    00024400
            '**** MEDIAS POR TURMA ****'.                               00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       01 WRK-TAB-TURMAS.                                               00024800
          05 WRK-TAB-TUR-ITEM          OCCURS 100 TIMES.                00024900
             10 WRK-TBT-CODIGO         PIC X(05).                       00025000
             10 WRK-TBT-ALUNOS         PIC 9(03).                       00025100
             10 WRK-TBT-COM-NOTA       PIC 9(03).                       00025200
             10 WRK-TBT-SOMA           PIC 9(05)V99.                    00025300
             10 WRK-TBT-MEDIA          PIC 9(02)V99.                    00025400
             10 WRK-TBT-MAIOR          PIC 9(02)V99.                    00025500
             10 WRK-TBT-MENOR          PIC 9(02)V99.                    00025600
                                                                        00025700
       77 WRK-QT-TURMAS                PIC 9(03) VALUE ZEROS.           00025800
       77 WRK-IDX-TUR                  PIC 9(03) VALUE ZEROS.           00025900
       77 WRK-TUR-ACHADA               PIC 9(03) VALUE ZEROS.           00026000
       77 WRK-TURMA-BUSCA              PIC X(05) VALUE SPACES.          00026100
       77 WRK-TURMA-ANTERIOR           PIC X(05) VALUE HIGH-VALUES.     00026200
       77 WRK-CLASSIFICACAO            PIC 9(03) VALUE ZEROS.           00026300
       77 WRK-DIFERENCA                PIC S9(02)V99 VALUE ZEROS.       00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                       PIC X(50)               VALUE    00026700
            '**** LINHAS DO BOLETIM ****'.                              00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
       01 WRK-LINHA-TITULO.                                             00027100
          05 FILLER                    PIC X(24) VALUE                  00027200
             'BOLETIM ESCOLAR - TERMO '.                                00027300
          05 WRK-TIT-TERMO             PIC X(06).                       00027400
          05 FILLER                    PIC X(34) VALUE SPACES.          00027500
          05 FILLER                    PIC X(08) VALUE 'EMITIDO '.      00027600
          05 WRK-TIT-DATA              PIC 9(08).                       00027700
                                                                        00027800
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00027900
                                                                        00028000
       01 WRK-LINHA-BRANCO             PIC X(80) VALUE SPACES.          00028100
                                                                        00028200
       01 WRK-LINHA-CAPA-TURMA.                                         00028300
          05 FILLER                    PIC X(30) VALUE                  00028400
             '             TURMA '.                                     00028500
          05 WRK-CPT-TURMA             PIC X(05).                       00028600
          05 FILLER                    PIC X(45) VALUE SPACES.          00028700
                                                                        00028800
       01 WRK-LINHA-CAPA-DADO.                                          00028900
          05 WRK-CPD-ROTULO            PIC X(34).                       00029000
          05 WRK-CPD-VALOR             PIC X(46).                       00029100
                                                                        00029200
       01 WRK-LINHA-ALUNO.                                              00029300
          05 FILLER                    PIC X(07) VALUE 'ALUNO: '.       00029400
          05 WRK-ALN-MATRICULA         PIC X(05).                       00029500
          05 FILLER                    PIC X(03) VALUE ' - '.           00029600
          05 WRK-ALN-NOME              PIC X(30).                       00029700
          05 FILLER                    PIC X(09) VALUE SPACES.          00029800
          05 FILLER                    PIC X(07) VALUE 'TURMA: '.       00029900
          05 WRK-ALN-TURMA             PIC X(05).                       00030000
          05 FILLER                    PIC X(14) VALUE SPACES.          00030100
                                                                        00030200
       01 WRK-CABEC-DISCIPLINAS.                                        00030300
          05 FILLER                    PIC X(40) VALUE                  00030400
             'COD DISCIPLINA             MEDIA  RESULT'.                00030500
          05 FILLER                    PIC X(40) VALUE                  00030600
             'ADO'.                                                     00030700
                                                                        00030800
       01 WRK-LINHA-DISCIPLINA.                                         00030900
          05 WRK-LDI-CODIGO            PIC X(03).                       00031000
          05 FILLER                    PIC X(01) VALUE SPACES.          00031100
          05 WRK-LDI-NOME              PIC X(20).                       00031200
          05 FILLER                    PIC X(03) VALUE SPACES.          00031300
          05 WRK-LDI-MEDIA             PIC Z9,99.                       00031400
          05 FILLER                    PIC X(02) VALUE SPACES.          00031500
          05 WRK-LDI-STATUS            PIC X(45).                       00031600
          05 FILLER                    PIC X(01) VALUE SPACES.          00031700
                                                                        00031800
      *    LINHA DE ROTULO + TEXTO, MONTADA COM STRING PARA CADA ITEM   00031900
       01 WRK-LINHA-ITEM.                                               00032000
          05 WRK-ITM-ROTULO            PIC X(22).                       00032100
          05 WRK-ITM-TEXTO             PIC X(58).                       00032200
                                                                        00032300
       01 WRK-EDICAO.                                                   00032400
          05 WRK-EDT-MEDIA             PIC Z9,99.                       00032500
          05 WRK-EDT-MEDIA2            PIC Z9,99.                       00032600
          05 WRK-EDT-DIFERENCA         PIC +9,99.                       00032700
          05 WRK-EDT-PERC              PIC ZZ9,99.                      00032800
          05 WRK-EDT-QTD               PIC ZZ9.                         00032900
          05 WRK-EDT-QTD2              PIC ZZ9.                         00033000
          05 WRK-EDT-QTD3              PIC ZZ9.                         00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       01 FILLER                       PIC X(50)               VALUE    00033400
            '**** AREA DO CARTAO E DE VARIAVEIS ****'.                  00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
       01 WRK-CARTAO.                                                   00033800
          05 WRK-CARTAO-TERMO          PIC X(06).                       00033900
          05 FILLER                    PIC X(74).                       00034000
                                                                        00034100
       77 WRK-FS-CADALU                PIC X(02) VALUE SPACES.          00034200
       77 WRK-FS-SAINOTA               PIC X(02) VALUE SPACES.          00034300
       77 WRK-FS-SAINOTF               PIC X(02) VALUE SPACES.          00034400
       77 WRK-FS-FREQ                  PIC X(02) VALUE SPACES.          00034500
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00034600
       77 WRK-FS-HISTNOT               PIC X(02) VALUE SPACES.          00034700
       77 WRK-FS-DISCIPL               PIC X(02) VALUE SPACES.          00034800
       77 WRK-FS-ENTURMA               PIC X(02) VALUE SPACES.          00034900
       77 WRK-FS-BOLETIM               PIC X(02) VALUE SPACES.          00035000
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00035100
       77 WRK-TEM-FREQ                 PIC X(01) VALUE 'N'.             00035200
       77 WRK-TEM-FINAL                PIC X(01) VALUE 'N'.             00035300
       77 WRK-DATA-HOJE                PIC 9(08) VALUE ZEROS.           00035400
       77 WRK-FREQ-MINIMA              PIC 9(03) VALUE 75.              00035500
       77 WRK-VIG-FREQ                 PIC 9(08) VALUE ZEROS.           00035600
       77 WRK-PERC-FREQ                PIC 9(03)V99 VALUE ZEROS.        00035700
       77 WRK-ACU-BOLETINS             PIC 9(05) VALUE ZEROS.           00035800
       77 WRK-ACU-CAPAS                PIC 9(05) VALUE ZEROS.           00035900
       77 WRK-ACU-SEM-NOTA             PIC 9(05) VALUE ZEROS.           00036000
       77 WRK-ACU-FORA-ROSTER          PIC 9(05) VALUE ZEROS.           00036100
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       01 FILLER                       PIC X(50)               VALUE    00036500
            '**** AREA DO MODULO TRTERRO ****'.                         00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
        COPY '#TRTERRO'.                                                00036900
                                                                        00037000
      *================================================================*00037100
       PROCEDURE DIVISION.                                              00037200
      *================================================================*00037300
      *----------------------------------------------------------------*00037400
       0000-PRINCIPAL                     SECTION.                      00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
           PERFORM 1000-INICIAR.                                        00037800
                                                                        00037900
           SORT ORDENA                                                  00038000
               ON ASCENDING KEY SD-TURMA                                00038100
                                SD-NOME                                 00038200
               INPUT  PROCEDURE IS 2000-LIBERAR-ALUNOS                  00038300
               OUTPUT PROCEDURE IS 2500-EMITIR-BOLETINS.                00038400
                                                                        00038500
           PERFORM 3000-FINALIZAR.                                      00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       0000-99-FIM.            EXIT.                                    00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       1000-INICIAR                       SECTION.                      00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00039600
            ACCEPT WRK-CARTAO FROM SYSIN.                               00039700
                                                                        00039800
            IF WRK-CARTAO-TERMO NOT NUMERIC                             00039900
                MOVE ' TERMO INVALIDO NA SYSIN ' TO WRK-MSG             00040000
                PERFORM 9000-TRATAR-ERROS                               00040100
            END-IF.                                                     00040200
                                                                        00040300
            OPEN OUTPUT BOLETIM.                                        00040400
            IF WRK-FS-BOLETIM NOT EQUAL ZEROS                           00040500
                MOVE ' ERRO ABERTURA BOLETIM ' TO WRK-MSG               00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
                                                                        00040900
            MOVE WRK-CARTAO-TERMO TO WRK-TIT-TERMO.                     00041000
            MOVE WRK-DATA-HOJE    TO WRK-TIT-DATA.                      00041100
                                                                        00041200
            PERFORM 1100-CARREGAR-ALUNOS.                               00041300
            PERFORM 1200-CARREGAR-ENTURMACAO.                           00041400
            PERFORM 1300-CARREGAR-NOTAS.                                00041500
            PERFORM 1400-CARREGAR-FINAL.                                00041600
            PERFORM 1500-CARREGAR-FREQUENCIA.                           00041700
            PERFORM 1600-CARREGAR-HISTORICO.                            00041800
            PERFORM 1700-CARREGAR-DISCIPLINAS.                          00041900
            PERFORM 1800-CARREGAR-PARAMETROS.                           00042000
                                                                        00042100
            PERFORM 1900-ACUMULAR-TURMA                                 00042200
                VARYING WRK-IDX-ALU FROM 1 BY 1                         00042300
                UNTIL WRK-IDX-ALU GREATER WRK-QT-ALUNOS.                00042400
                                                                        00042500
            PERFORM 1950-CALCULAR-MEDIA-TURMA                           00042600
                VARYING WRK-IDX-TUR FROM 1 BY 1                         00042700
                UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS.                00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1000-99-FIM.            EXIT.                                    00043100
      *----------------------------------------------------------------*00043200
      *----------------------------------------------------------------*00043300
       1100-CARREGAR-ALUNOS               SECTION.                      00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
            OPEN INPUT CADALU.                                          00043700
            IF WRK-FS-CADALU NOT EQUAL ZEROS                            00043800
                MOVE ' ERRO ABERTURA CADALU ' TO WRK-MSG                00043900
                PERFORM 9000-TRATAR-ERROS                               00044000
            END-IF.                                                     00044100
                                                                        00044200
            PERFORM 1110-LER-ALUNO                                      00044300
                UNTIL WRK-FS-CADALU EQUAL '10'.                         00044400
            CLOSE CADALU.                                               00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       1100-99-FIM.            EXIT.                                    00044800
      *----------------------------------------------------------------*00044900
      *----------------------------------------------------------------*00045000
       1110-LER-ALUNO                     SECTION.                      00045100
      *----------------------------------------------------------------*00045200
      *    SO O ALUNO ATIVO RECEBE BOLETIM                              00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
            READ CADALU INTO WRK-REG-CADALU.                            00045600
            IF WRK-FS-CADALU NOT EQUAL ZEROS                            00045700
                MOVE '10' TO WRK-FS-CADALU                              00045800
                GO TO 1110-99-FIM                                       00045900
            END-IF.                                                     00046000
                                                                        00046100
            IF WRK-CAD-SITUACAO NOT EQUAL 'A'                           00046200
                GO TO 1110-99-FIM                                       00046300
            END-IF.                                                     00046400
                                                                        00046500
            IF WRK-QT-ALUNOS NOT LESS 300                               00046600
                MOVE ' CADASTRO DE ALUNOS CHEIO ' TO WRK-MSG            00046700
                PERFORM 9000-TRATAR-ERROS                               00046800
            END-IF.                                                     00046900
                                                                        00047000
            ADD 1 TO WRK-QT-ALUNOS.                                     00047100
            MOVE WRK-QT-ALUNOS TO WRK-IDX-ALU.                          00047200
            INITIALIZE WRK-TAB-ALU-ITEM(WRK-IDX-ALU).                   00047300
            MOVE WRK-CAD-MATRICULA TO WRK-TBA-MATRICULA(WRK-IDX-ALU).   00047400
            MOVE WRK-CAD-NOME      TO WRK-TBA-NOME(WRK-IDX-ALU).        00047500
            MOVE WRK-CAD-TURMA     TO WRK-TBA-TURMA(WRK-IDX-ALU).       00047600
            MOVE 'N' TO WRK-TBA-TEM-NOTA(WRK-IDX-ALU)                   00047700
                        WRK-TBA-TEM-FINAL(WRK-IDX-ALU)                  00047800
                        WRK-TBA-TEM-FREQ(WRK-IDX-ALU).                  00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       1110-99-FIM.            EXIT.                                    00048200
      *----------------------------------------------------------------*00048300
      *----------------------------------------------------------------*00048400
       1200-CARREGAR-ENTURMACAO           SECTION.                      00048500
      *----------------------------------------------------------------*00048600
                                                                        00048700
            OPEN INPUT ENTURMA.                                         00048800
            IF WRK-FS-ENTURMA EQUAL '35'                                00048900
                DISPLAY 'ENTURMA AUSENTE - TURMA DO CADASTRO DE ALUNOS' 00049000
                GO TO 1200-99-FIM                                       00049100
            END-IF.                                                     00049200
            IF WRK-FS-ENTURMA NOT EQUAL ZEROS                           00049300
                MOVE ' ERRO ABERTURA ENTURMA ' TO WRK-MSG               00049400
                PERFORM 9000-TRATAR-ERROS                               00049500
            END-IF.                                                     00049600
                                                                        00049700
            PERFORM 1210-LER-ENTURMACAO                                 00049800
                UNTIL WRK-FS-ENTURMA EQUAL '10'.                        00049900
            CLOSE ENTURMA.                                              00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1200-99-FIM.            EXIT.                                    00050300
      *----------------------------------------------------------------*00050400
      *----------------------------------------------------------------*00050500
       1210-LER-ENTURMACAO                SECTION.                      00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
            READ ENTURMA INTO WRK-REG-ENTUR.                            00050900
            IF WRK-FS-ENTURMA NOT EQUAL ZEROS                           00051000
                MOVE '10' TO WRK-FS-ENTURMA                             00051100
                GO TO 1210-99-FIM                                       00051200
            END-IF.                                                     00051300
                                                                        00051400
            IF WRK-ENT-SITUACAO NOT EQUAL 'M'                           00051500
                GO TO 1210-99-FIM                                       00051600
            END-IF.                                                     00051700
                                                                        00051800
            MOVE WRK-ENT-MATRICULA TO WRK-MATRICULA-BUSCA.              00051900
            PERFORM 1290-PROCURAR-ALUNO.                                00052000
            IF WRK-ALU-ACHADO GREATER ZEROS                             00052100
                MOVE WRK-ENT-TURMA TO WRK-TBA-TURMA(WRK-ALU-ACHADO)     00052200
            END-IF.                                                     00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       1210-99-FIM.            EXIT.                                    00052600
      *----------------------------------------------------------------*00052700
      *----------------------------------------------------------------*00052800
       1290-PROCURAR-ALUNO                SECTION.                      00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            MOVE ZEROS TO WRK-ALU-ACHADO.                               00053200
            PERFORM 1295-COMPARAR-ALUNO                                 00053300
                VARYING WRK-IDX-ALU FROM 1 BY 1                         00053400
                UNTIL WRK-IDX-ALU GREATER WRK-QT-ALUNOS                 00053500
                   OR WRK-ALU-ACHADO GREATER ZEROS.                     00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       1290-99-FIM.            EXIT.                                    00053900
      *----------------------------------------------------------------*00054000
      *----------------------------------------------------------------*00054100
       1295-COMPARAR-ALUNO                SECTION.                      00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
            IF WRK-TBA-MATRICULA(WRK-IDX-ALU) EQUAL WRK-MATRICULA-BUSCA 00054500
                MOVE WRK-IDX-ALU TO WRK-ALU-ACHADO                      00054600
            END-IF.                                                     00054700
                                                                        00054800
      *----------------------------------------------------------------*00054900
       1295-99-FIM.            EXIT.                                    00055000
      *----------------------------------------------------------------*00055100
      *----------------------------------------------------------------*00055200
       1300-CARREGAR-NOTAS                SECTION.                      00055300
      *----------------------------------------------------------------*00055400
                                                                        00055500
            OPEN INPUT SAINOTA.                                         00055600
            IF WRK-FS-SAINOTA NOT EQUAL ZEROS                           00055700
                MOVE ' ERRO ABERTURA SAINOTA ' TO WRK-MSG               00055800
                PERFORM 9000-TRATAR-ERROS                               00055900
            END-IF.                                                     00056000
                                                                        00056100
            PERFORM 1310-LER-NOTA                                       00056200
                UNTIL WRK-FS-SAINOTA EQUAL '10'.                        00056300
            CLOSE SAINOTA.                                              00056400
                                                                        00056500
      *----------------------------------------------------------------*00056600
       1300-99-FIM.            EXIT.                                    00056700
      *----------------------------------------------------------------*00056800
      *----------------------------------------------------------------*00056900
       1310-LER-NOTA                      SECTION.                      00057000
      *----------------------------------------------------------------*00057100
      *    DISCIPLINA EM BRANCO = REGISTRO GERAL DO ALUNO (MEDIA        00057200
      *    PONDERADA E SITUACAO DO TERMO); PREENCHIDA = RESULTADO NA    00057300
      *    DISCIPLINA, GRAVADO PELO FR06CB25 ANTES DO GERAL.            00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
            READ SAINOTA.                                               00057700
            IF WRK-FS-SAINOTA NOT EQUAL ZEROS                           00057800
                MOVE '10' TO WRK-FS-SAINOTA                             00057900
                GO TO 1310-99-FIM                                       00058000
            END-IF.                                                     00058100
                                                                        00058200
            MOVE FD-MATRICULA TO WRK-MATRICULA-BUSCA.                   00058300
            PERFORM 1290-PROCURAR-ALUNO.                                00058400
            IF WRK-ALU-ACHADO EQUAL ZEROS                               00058500
                IF FD-DISCIPLINA EQUAL SPACES                           00058600
                    ADD 1 TO WRK-ACU-FORA-ROSTER                        00058700
                END-IF                                                  00058800
                GO TO 1310-99-FIM                                       00058900
            END-IF.                                                     00059000
                                                                        00059100
            IF FD-DISCIPLINA EQUAL SPACES                               00059200
                MOVE 'S'       TO WRK-TBA-TEM-NOTA(WRK-ALU-ACHADO)      00059300
                MOVE FD-MEDIA  TO WRK-TBA-MEDIA(WRK-ALU-ACHADO)         00059400
                MOVE FD-STATUS TO WRK-TBA-STATUS(WRK-ALU-ACHADO)        00059500
                GO TO 1310-99-FIM                                       00059600
            END-IF.                                                     00059700
                                                                        00059800
            IF WRK-QT-NOTAS-DISC NOT LESS 3000                          00059900
                MOVE ' TABELA DE NOTAS POR DISCIPLINA CHEIA ' TO WRK-MSG00060000
                PERFORM 9000-TRATAR-ERROS                               00060100
            END-IF.                                                     00060200
                                                                        00060300
            ADD 1 TO WRK-QT-NOTAS-DISC.                                 00060400
            MOVE WRK-ALU-ACHADO TO WRK-NTD-IDX-ALUNO(WRK-QT-NOTAS-DISC).00060500
            MOVE FD-DISCIPLINA                                          00060600
                 TO WRK-NTD-DISCIPLINA(WRK-QT-NOTAS-DISC).              00060700
            MOVE FD-MEDIA      TO WRK-NTD-MEDIA(WRK-QT-NOTAS-DISC).     00060800
            MOVE FD-STATUS     TO WRK-NTD-STATUS(WRK-QT-NOTAS-DISC).    00060900
                                                                        00061000
      *----------------------------------------------------------------*00061100
       1310-99-FIM.            EXIT.                                    00061200
      *----------------------------------------------------------------*00061300
      *----------------------------------------------------------------*00061400
       1400-CARREGAR-FINAL                SECTION.                      00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
            OPEN INPUT SAINOTF.                                         00061800
            IF WRK-FS-SAINOTF EQUAL '35'                                00061900
                DISPLAY 'SAINOTF AUSENTE - RECUPERACAO NAO PROCESSADA'  00062000
                GO TO 1400-99-FIM                                       00062100
            END-IF.                                                     00062200
            IF WRK-FS-SAINOTF NOT EQUAL ZEROS                           00062300
                MOVE ' ERRO ABERTURA SAINOTF ' TO WRK-MSG               00062400
                PERFORM 9000-TRATAR-ERROS                               00062500
            END-IF.                                                     00062600
                                                                        00062700
            MOVE 'S' TO WRK-TEM-FINAL.                                  00062800
            PERFORM 1410-LER-FINAL                                      00062900
                UNTIL WRK-FS-SAINOTF EQUAL '10'.                        00063000
            CLOSE SAINOTF.                                              00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       1400-99-FIM.            EXIT.                                    00063400
      *----------------------------------------------------------------*00063500
      *----------------------------------------------------------------*00063600
       1410-LER-FINAL                     SECTION.                      00063700
      *----------------------------------------------------------------*00063800
                                                                        00063900
            READ SAINOTF.                                               00064000
            IF WRK-FS-SAINOTF NOT EQUAL ZEROS                           00064100
                MOVE '10' TO WRK-FS-SAINOTF                             00064200
                GO TO 1410-99-FIM                                       00064300
            END-IF.                                                     00064400
                                                                        00064500
            MOVE FD-FIN-MATRICULA TO WRK-MATRICULA-BUSCA.               00064600
            PERFORM 1290-PROCURAR-ALUNO.                                00064700
            IF WRK-ALU-ACHADO EQUAL ZEROS                               00064800
                GO TO 1410-99-FIM                                       00064900
            END-IF.                                                     00065000
                                                                        00065100
            MOVE 'S'            TO WRK-TBA-TEM-FINAL(WRK-ALU-ACHADO).   00065200
            MOVE FD-FIN-MEDIA   TO WRK-TBA-FIN-MEDIA(WRK-ALU-ACHADO).   00065300
            MOVE FD-FIN-STATUS  TO WRK-TBA-FIN-STATUS(WRK-ALU-ACHADO).  00065400
            MOVE FD-FIN-ESTAGIO TO WRK-TBA-FIN-ESTAGIO(WRK-ALU-ACHADO). 00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       1410-99-FIM.            EXIT.                                    00065800
      *----------------------------------------------------------------*00065900
      *----------------------------------------------------------------*00066000
       1500-CARREGAR-FREQUENCIA           SECTION.                      00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
            OPEN INPUT FREQ.                                            00066400
            IF WRK-FS-FREQ EQUAL '35'                                   00066500
                DISPLAY 'FREQ AUSENTE - REGRA DE FALTA NAO APLICADA'    00066600
                GO TO 1500-99-FIM                                       00066700
            END-IF.                                                     00066800
            IF WRK-FS-FREQ NOT EQUAL ZEROS                              00066900
                MOVE ' ERRO ABERTURA FREQ ' TO WRK-MSG                  00067000
                PERFORM 9000-TRATAR-ERROS                               00067100
            END-IF.                                                     00067200
                                                                        00067300
            MOVE 'S' TO WRK-TEM-FREQ.                                   00067400
            PERFORM 1510-LER-FREQUENCIA                                 00067500
                UNTIL WRK-FS-FREQ EQUAL '10'.                           00067600
            CLOSE FREQ.                                                 00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       1500-99-FIM.            EXIT.                                    00068000
      *----------------------------------------------------------------*00068100
      *----------------------------------------------------------------*00068200
       1510-LER-FREQUENCIA                SECTION.                      00068300
      *----------------------------------------------------------------*00068400
                                                                        00068500
            READ FREQ.                                                  00068600
            IF WRK-FS-FREQ NOT EQUAL ZEROS                              00068700
                MOVE '10' TO WRK-FS-FREQ                                00068800
                GO TO 1510-99-FIM                                       00068900
            END-IF.                                                     00069000
                                                                        00069100
            IF FD-FRQ-AULAS-DADAS NOT NUMERIC                           00069200
               OR FD-FRQ-AULAS-FREQ NOT NUMERIC                         00069300
                DISPLAY 'FREQUENCIA INVALIDA: ' FD-FREQ                 00069400
                GO TO 1510-99-FIM                                       00069500
            END-IF.                                                     00069600
                                                                        00069700
            MOVE FD-FRQ-MATRICULA TO WRK-MATRICULA-BUSCA.               00069800
            PERFORM 1290-PROCURAR-ALUNO.                                00069900
            IF WRK-ALU-ACHADO EQUAL ZEROS                               00070000
                GO TO 1510-99-FIM                                       00070100
            END-IF.                                                     00070200
                                                                        00070300
            MOVE 'S' TO WRK-TBA-TEM-FREQ(WRK-ALU-ACHADO).               00070400
            MOVE FD-FRQ-AULAS-DADAS                                     00070500
                 TO WRK-TBA-AULAS-DADAS(WRK-ALU-ACHADO).                00070600
            MOVE FD-FRQ-AULAS-FREQ                                      00070700
                 TO WRK-TBA-AULAS-FREQ(WRK-ALU-ACHADO).                 00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1510-99-FIM.            EXIT.                                    00071100
      *----------------------------------------------------------------*00071200
      *----------------------------------------------------------------*00071300
       1600-CARREGAR-HISTORICO            SECTION.                      00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
            OPEN INPUT HISTNOT.                                         00071700
            IF WRK-FS-HISTNOT EQUAL '35'                                00071800
                DISPLAY 'HISTNOT AUSENTE - SEM TERMO ANTERIOR'          00071900
                GO TO 1600-99-FIM                                       00072000
            END-IF.                                                     00072100
            IF WRK-FS-HISTNOT NOT EQUAL ZEROS                           00072200
                MOVE ' ERRO ABERTURA HISTNOT ' TO WRK-MSG               00072300
                PERFORM 9000-TRATAR-ERROS                               00072400
            END-IF.                                                     00072500
                                                                        00072600
            PERFORM 1610-LER-HISTORICO                                  00072700
                UNTIL WRK-FS-HISTNOT EQUAL '10'.                        00072800
            CLOSE HISTNOT.                                              00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       1600-99-FIM.            EXIT.                                    00073200
      *----------------------------------------------------------------*00073300
      *----------------------------------------------------------------*00073400
       1610-LER-HISTORICO                 SECTION.                      00073500
      *----------------------------------------------------------------*00073600
      *    TERMO ANTERIOR = O MAIOR TERMO DO ALUNO ANTES DO TERMO DO    00073700
      *    BOLETIM (O PROPRIO TERMO PODE JA ESTAR NO HISTORICO SE O     00073800
      *    FR06CB90 RODOU ANTES).                                       00073900
      *----------------------------------------------------------------*00074000
                                                                        00074100
            READ HISTNOT INTO WRK-REG-HISTN.                            00074200
            IF WRK-FS-HISTNOT NOT EQUAL ZEROS                           00074300
                MOVE '10' TO WRK-FS-HISTNOT                             00074400
                GO TO 1610-99-FIM                                       00074500
            END-IF.                                                     00074600
                                                                        00074700
            IF WRK-HIS-TERMO NOT LESS WRK-CARTAO-TERMO                  00074800
                GO TO 1610-99-FIM                                       00074900
            END-IF.                                                     00075000
                                                                        00075100
            MOVE WRK-HIS-MATRICULA TO WRK-MATRICULA-BUSCA.              00075200
            PERFORM 1290-PROCURAR-ALUNO.                                00075300
            IF WRK-ALU-ACHADO EQUAL ZEROS                               00075400
                GO TO 1610-99-FIM                                       00075500
            END-IF.                                                     00075600
                                                                        00075700
            IF WRK-HIS-TERMO GREATER WRK-TBA-HIS-TERMO(WRK-ALU-ACHADO)  00075800
                MOVE WRK-HIS-TERMO  TO WRK-TBA-HIS-TERMO(WRK-ALU-ACHADO)00075900
                MOVE WRK-HIS-MEDIA  TO WRK-TBA-HIS-MEDIA(WRK-ALU-ACHADO)00076000
                MOVE WRK-HIS-STATUS                                     00076100
                     TO WRK-TBA-HIS-STATUS(WRK-ALU-ACHADO)              00076200
            END-IF.                                                     00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       1610-99-FIM.            EXIT.                                    00076600
      *----------------------------------------------------------------*00076700
      *----------------------------------------------------------------*00076800
       1700-CARREGAR-DISCIPLINAS          SECTION.                      00076900
      *----------------------------------------------------------------*00077000
      *    SEM O DISCIPL O BOLETIM SAI SO COM O CODIGO DA DISCIPLINA    00077100
      *----------------------------------------------------------------*00077200
                                                                        00077300
            OPEN INPUT DISCIPL.                                         00077400
            IF WRK-FS-DISCIPL EQUAL '35'                                00077500
                DISPLAY 'DISCIPL AUSENTE - DISCIPLINA SO COM O CODIGO'  00077600
                GO TO 1700-99-FIM                                       00077700
            END-IF.                                                     00077800
            IF WRK-FS-DISCIPL NOT EQUAL ZEROS                           00077900
                MOVE ' ERRO ABERTURA DISCIPL ' TO WRK-MSG               00078000
                PERFORM 9000-TRATAR-ERROS                               00078100
            END-IF.                                                     00078200
                                                                        00078300
            PERFORM 1710-LER-DISCIPLINA                                 00078400
                UNTIL WRK-FS-DISCIPL EQUAL '10'.                        00078500
            CLOSE DISCIPL.                                              00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       1700-99-FIM.            EXIT.                                    00078900
      *----------------------------------------------------------------*00079000
      *----------------------------------------------------------------*00079100
       1710-LER-DISCIPLINA                SECTION.                      00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
            READ DISCIPL INTO WRK-REG-DISCIP.                           00079500
            IF WRK-FS-DISCIPL NOT EQUAL ZEROS                           00079600
                MOVE '10' TO WRK-FS-DISCIPL                             00079700
                GO TO 1710-99-FIM                                       00079800
            END-IF.                                                     00079900
                                                                        00080000
            IF WRK-QT-DISCIPLINAS NOT LESS 50                           00080100
                MOVE ' TABELA DE DISCIPLINAS CHEIA ' TO WRK-MSG         00080200
                PERFORM 9000-TRATAR-ERROS                               00080300
            END-IF.                                                     00080400
                                                                        00080500
            ADD 1 TO WRK-QT-DISCIPLINAS.                                00080600
            MOVE WRK-DIS-CODIGO TO WRK-TBD-CODIGO(WRK-QT-DISCIPLINAS).  00080700
            MOVE WRK-DIS-NOME   TO WRK-TBD-NOME(WRK-QT-DISCIPLINAS).    00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       1710-99-FIM.            EXIT.                                    00081100
      *----------------------------------------------------------------*00081200
      *----------------------------------------------------------------*00081300
       1800-CARREGAR-PARAMETROS           SECTION.                      00081400
      *----------------------------------------------------------------*00081500
                                                                        00081600
            OPEN INPUT PARAMS.                                          00081700
            IF WRK-FS-PARAMS EQUAL '35'                                 00081800
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00081900
            ELSE                                                        00082000
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00082100
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00082200
                    PERFORM 9000-TRATAR-ERROS                           00082300
                ELSE                                                    00082400
                    PERFORM 1810-LER-PARAMETRO                          00082500
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00082600
                    CLOSE PARAMS                                        00082700
                END-IF                                                  00082800
            END-IF.                                                     00082900
                                                                        00083000
            DISPLAY 'PARAMETRO FREQ-MINIMA: ' WRK-FREQ-MINIMA.          00083100
                                                                        00083200
      *----------------------------------------------------------------*00083300
       1800-99-FIM.            EXIT.                                    00083400
      *----------------------------------------------------------------*00083500
      *----------------------------------------------------------------*00083600
       1810-LER-PARAMETRO                 SECTION.                      00083700
      *----------------------------------------------------------------*00083800
                                                                        00083900
            READ PARAMS INTO WRK-REG-PARAM.                             00084000
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00084100
                MOVE '10' TO WRK-FS-PARAMS                              00084200
                GO TO 1810-99-FIM                                       00084300
            END-IF.                                                     00084400
                                                                        00084500
            IF WRK-PARAM-NOME EQUAL 'FREQ-MINIMA'                       00084600
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-HOJE        00084700
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-FREQ            00084800
                IF WRK-PARAM-VALOR(1:3) NUMERIC                         00084900
                    MOVE WRK-PARAM-VALOR(1:3) TO WRK-FREQ-MINIMA        00085000
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-FREQ           00085100
                END-IF                                                  00085200
            END-IF.                                                     00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       1810-99-FIM.            EXIT.                                    00085600
      *----------------------------------------------------------------*00085700
      *----------------------------------------------------------------*00085800
       1900-ACUMULAR-TURMA                SECTION.                      00085900
      *----------------------------------------------------------------*00086000
      *    A MEDIA DA TURMA E A MEDIA DAS MEDIAS PONDERADAS DO SAINOTA  00086100
      *    DOS ALUNOS ATIVOS DA TURMA QUE TEM NOTA NO TERMO.            00086200
      *----------------------------------------------------------------*00086300
                                                                        00086400
            MOVE WRK-TBA-TURMA(WRK-IDX-ALU) TO WRK-TURMA-BUSCA.         00086500
            PERFORM 1990-PROCURAR-TURMA.                                00086600
                                                                        00086700
            IF WRK-TUR-ACHADA EQUAL ZEROS                               00086800
                IF WRK-QT-TURMAS NOT LESS 100                           00086900
                    MOVE ' TABELA DE TURMAS CHEIA ' TO WRK-MSG          00087000
                    PERFORM 9000-TRATAR-ERROS                           00087100
                END-IF                                                  00087200
                ADD 1 TO WRK-QT-TURMAS                                  00087300
                MOVE WRK-QT-TURMAS TO WRK-TUR-ACHADA                    00087400
                INITIALIZE WRK-TAB-TUR-ITEM(WRK-TUR-ACHADA)             00087500
                MOVE WRK-TURMA-BUSCA TO WRK-TBT-CODIGO(WRK-TUR-ACHADA)  00087600
            END-IF.                                                     00087700
                                                                        00087800
            ADD 1 TO WRK-TBT-ALUNOS(WRK-TUR-ACHADA).                    00087900
                                                                        00088000
            IF WRK-TBA-TEM-NOTA(WRK-IDX-ALU) NOT EQUAL 'S'              00088100
                GO TO 1900-99-FIM                                       00088200
            END-IF.                                                     00088300
                                                                        00088400
            ADD 1 TO WRK-TBT-COM-NOTA(WRK-TUR-ACHADA).                  00088500
            ADD WRK-TBA-MEDIA(WRK-IDX-ALU)                              00088600
                TO WRK-TBT-SOMA(WRK-TUR-ACHADA).                        00088700
            IF WRK-TBT-COM-NOTA(WRK-TUR-ACHADA) EQUAL 1                 00088800
               OR WRK-TBA-MEDIA(WRK-IDX-ALU)                            00088900
                  GREATER WRK-TBT-MAIOR(WRK-TUR-ACHADA)                 00089000
                MOVE WRK-TBA-MEDIA(WRK-IDX-ALU)                         00089100
                     TO WRK-TBT-MAIOR(WRK-TUR-ACHADA)                   00089200
            END-IF.                                                     00089300
            IF WRK-TBT-COM-NOTA(WRK-TUR-ACHADA) EQUAL 1                 00089400
               OR WRK-TBA-MEDIA(WRK-IDX-ALU)                            00089500
                  LESS WRK-TBT-MENOR(WRK-TUR-ACHADA)                    00089600
                MOVE WRK-TBA-MEDIA(WRK-IDX-ALU)                         00089700
                     TO WRK-TBT-MENOR(WRK-TUR-ACHADA)                   00089800
            END-IF.                                                     00089900
                                                                        00090000
      *----------------------------------------------------------------*00090100
       1900-99-FIM.            EXIT.                                    00090200
      *----------------------------------------------------------------*00090300
      *----------------------------------------------------------------*00090400
       1950-CALCULAR-MEDIA-TURMA          SECTION.                      00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
            IF WRK-TBT-COM-NOTA(WRK-IDX-TUR) GREATER ZEROS              00090800
                COMPUTE WRK-TBT-MEDIA(WRK-IDX-TUR) ROUNDED =            00090900
                        WRK-TBT-SOMA(WRK-IDX-TUR)                       00091000
                      / WRK-TBT-COM-NOTA(WRK-IDX-TUR)                   00091100
            END-IF.                                                     00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       1950-99-FIM.            EXIT.                                    00091500
      *----------------------------------------------------------------*00091600
      *----------------------------------------------------------------*00091700
       1990-PROCURAR-TURMA                SECTION.                      00091800
      *----------------------------------------------------------------*00091900
                                                                        00092000
            MOVE ZEROS TO WRK-TUR-ACHADA.                               00092100
            PERFORM 1995-COMPARAR-TURMA                                 00092200
                VARYING WRK-IDX-TUR FROM 1 BY 1                         00092300
                UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS                 00092400
                   OR WRK-TUR-ACHADA GREATER ZEROS.                     00092500
                                                                        00092600
      *----------------------------------------------------------------*00092700
       1990-99-FIM.            EXIT.                                    00092800
      *----------------------------------------------------------------*00092900
      *----------------------------------------------------------------*00093000
       1995-COMPARAR-TURMA                SECTION.                      00093100
      *----------------------------------------------------------------*00093200
                                                                        00093300
            IF WRK-TBT-CODIGO(WRK-IDX-TUR) EQUAL WRK-TURMA-BUSCA        00093400
                MOVE WRK-IDX-TUR TO WRK-TUR-ACHADA                      00093500
            END-IF.                                                     00093600
                                                                        00093700
      *----------------------------------------------------------------*00093800
       1995-99-FIM.            EXIT.                                    00093900
      *----------------------------------------------------------------*00094000
      *----------------------------------------------------------------*00094100
       2000-LIBERAR-ALUNOS                SECTION.                      00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
            PERFORM 2010-LIBERAR-ALUNO                                  00094500
                VARYING WRK-IDX-ALU FROM 1 BY 1                         00094600
                UNTIL WRK-IDX-ALU GREATER WRK-QT-ALUNOS.                00094700
                                                                        00094800
      *----------------------------------------------------------------*00094900
       2000-99-FIM.            EXIT.                                    00095000
      *----------------------------------------------------------------*00095100
      *----------------------------------------------------------------*00095200
       2010-LIBERAR-ALUNO                 SECTION.                      00095300
      *----------------------------------------------------------------*00095400
                                                                        00095500
            MOVE WRK-TBA-TURMA(WRK-IDX-ALU) TO SD-TURMA.                00095600
            MOVE WRK-TBA-NOME(WRK-IDX-ALU)  TO SD-NOME.                 00095700
            MOVE WRK-IDX-ALU                TO SD-IDX-ALUNO.            00095800
            RELEASE SD-ORDENA.                                          00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       2010-99-FIM.            EXIT.                                    00096200
      *----------------------------------------------------------------*00096300
      *----------------------------------------------------------------*00096400
       2500-EMITIR-BOLETINS               SECTION.                      00096500
      *----------------------------------------------------------------*00096600
                                                                        00096700
            PERFORM 2510-RETORNAR-ALUNO                                 00096800
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00096900
                                                                        00097000
      *----------------------------------------------------------------*00097100
       2500-99-FIM.            EXIT.                                    00097200
      *----------------------------------------------------------------*00097300
      *----------------------------------------------------------------*00097400
       2510-RETORNAR-ALUNO                SECTION.                      00097500
      *----------------------------------------------------------------*00097600
                                                                        00097700
            RETURN ORDENA                                               00097800
                AT END                                                  00097900
                    MOVE 'S' TO WRK-FIM-SORT                            00098000
                NOT AT END                                              00098100
                    PERFORM 2520-EMITIR-ALUNO                           00098200
            END-RETURN.                                                 00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       2510-99-FIM.            EXIT.                                    00098600
      *----------------------------------------------------------------*00098700
      *----------------------------------------------------------------*00098800
       2520-EMITIR-ALUNO                  SECTION.                      00098900
      *----------------------------------------------------------------*00099000
                                                                        00099100
            MOVE SD-IDX-ALUNO TO WRK-IDX-ALU.                           00099200
            MOVE WRK-TBA-TURMA(WRK-IDX-ALU) TO WRK-TURMA-BUSCA.         00099300
            PERFORM 1990-PROCURAR-TURMA.                                00099400
                                                                        00099500
            IF WRK-TBA-TURMA(WRK-IDX-ALU) NOT EQUAL WRK-TURMA-ANTERIOR  00099600
                MOVE WRK-TBA-TURMA(WRK-IDX-ALU) TO WRK-TURMA-ANTERIOR   00099700
                PERFORM 2600-EMITIR-CAPA                                00099800
            END-IF.                                                     00099900
                                                                        00100000
            ADD 1 TO WRK-ACU-BOLETINS.                                  00100100
            WRITE FD-BOLETIM FROM WRK-LINHA-TITULO AFTER PAGE.          00100200
            WRITE FD-BOLETIM FROM WRK-LINHA-TRACO.                      00100300
            MOVE WRK-TBA-MATRICULA(WRK-IDX-ALU) TO WRK-ALN-MATRICULA.   00100400
            MOVE WRK-TBA-NOME(WRK-IDX-ALU)      TO WRK-ALN-NOME.        00100500
            MOVE WRK-TBA-TURMA(WRK-IDX-ALU)     TO WRK-ALN-TURMA.       00100600
            WRITE FD-BOLETIM FROM WRK-LINHA-ALUNO.                      00100700
            WRITE FD-BOLETIM FROM WRK-LINHA-TRACO.                      00100800
                                                                        00100900
            IF WRK-TBA-TEM-NOTA(WRK-IDX-ALU) NOT EQUAL 'S'              00101000
                ADD 1 TO WRK-ACU-SEM-NOTA                               00101100
                MOVE 4 TO RETURN-CODE                                   00101200
                DISPLAY 'ALUNO ATIVO SEM NOTAS NO SAINOTA: '            00101300
                        WRK-TBA-MATRICULA(WRK-IDX-ALU)                  00101400
                MOVE 'NOTAS DO TERMO......:' TO WRK-ITM-ROTULO          00101500
                MOVE 'SEM NOTAS LANCADAS NO TERMO'                      00101600
                     TO WRK-ITM-TEXTO                                   00101700
                WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES      00101800
            ELSE                                                        00101900
                PERFORM 2700-EMITIR-NOTAS                               00102000
            END-IF.                                                     00102100
                                                                        00102200
            PERFORM 2800-EMITIR-FREQUENCIA.                             00102300
            PERFORM 2850-EMITIR-RECUPERACAO.                            00102400
            PERFORM 2900-EMITIR-POSICAO-TURMA.                          00102500
            PERFORM 2950-EMITIR-TERMO-ANTERIOR.                         00102600
                                                                        00102700
            WRITE FD-BOLETIM FROM WRK-LINHA-TRACO AFTER 2 LINES.        00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       2520-99-FIM.            EXIT.                                    00103100
      *----------------------------------------------------------------*00103200
      *----------------------------------------------------------------*00103300
       2600-EMITIR-CAPA                   SECTION.                      00103400
      *----------------------------------------------------------------*00103500
                                                                        00103600
            ADD 1 TO WRK-ACU-CAPAS.                                     00103700
            WRITE FD-BOLETIM FROM WRK-LINHA-TITULO AFTER PAGE.          00103800
            WRITE FD-BOLETIM FROM WRK-LINHA-TRACO.                      00103900
            MOVE WRK-TBA-TURMA(WRK-IDX-ALU) TO WRK-CPT-TURMA.           00104000
            WRITE FD-BOLETIM FROM WRK-LINHA-CAPA-TURMA AFTER 5 LINES.   00104100
            WRITE FD-BOLETIM FROM WRK-LINHA-BRANCO AFTER 2 LINES.       00104200
                                                                        00104300
            MOVE '             ALUNOS ATIVOS......: ' TO WRK-CPD-ROTULO.00104400
            MOVE SPACES TO WRK-CPD-VALOR.                               00104500
            MOVE WRK-TBT-ALUNOS(WRK-TUR-ACHADA) TO WRK-EDT-QTD.         00104600
            MOVE WRK-EDT-QTD TO WRK-CPD-VALOR.                          00104700
            WRITE FD-BOLETIM FROM WRK-LINHA-CAPA-DADO.                  00104800
                                                                        00104900
            MOVE '             ALUNOS COM NOTAS...: ' TO WRK-CPD-ROTULO.00105000
            MOVE SPACES TO WRK-CPD-VALOR.                               00105100
            MOVE WRK-TBT-COM-NOTA(WRK-TUR-ACHADA) TO WRK-EDT-QTD.       00105200
            MOVE WRK-EDT-QTD TO WRK-CPD-VALOR.                          00105300
            WRITE FD-BOLETIM FROM WRK-LINHA-CAPA-DADO.                  00105400
                                                                        00105500
            MOVE '             MEDIA DA TURMA.....: ' TO WRK-CPD-ROTULO.00105600
            MOVE SPACES TO WRK-CPD-VALOR.                               00105700
            MOVE WRK-TBT-MEDIA(WRK-TUR-ACHADA) TO WRK-EDT-MEDIA.        00105800
            MOVE WRK-EDT-MEDIA TO WRK-CPD-VALOR.                        00105900
            WRITE FD-BOLETIM FROM WRK-LINHA-CAPA-DADO.                  00106000
                                                                        00106100
            MOVE '             MAIOR / MENOR MEDIA: ' TO WRK-CPD-ROTULO.00106200
            MOVE SPACES TO WRK-CPD-VALOR.                               00106300
            MOVE WRK-TBT-MAIOR(WRK-TUR-ACHADA) TO WRK-EDT-MEDIA.        00106400
            MOVE WRK-TBT-MENOR(WRK-TUR-ACHADA) TO WRK-EDT-MEDIA2.       00106500
            STRING WRK-EDT-MEDIA ' / ' WRK-EDT-MEDIA2                   00106600
                   DELIMITED BY SIZE INTO WRK-CPD-VALOR.                00106700
            WRITE FD-BOLETIM FROM WRK-LINHA-CAPA-DADO.                  00106800
                                                                        00106900
      *----------------------------------------------------------------*00107000
       2600-99-FIM.            EXIT.                                    00107100
      *----------------------------------------------------------------*00107200
      *----------------------------------------------------------------*00107300
       2700-EMITIR-NOTAS                  SECTION.                      00107400
      *----------------------------------------------------------------*00107500
                                                                        00107600
            WRITE FD-BOLETIM FROM WRK-CABEC-DISCIPLINAS AFTER 2 LINES.  00107700
                                                                        00107800
            PERFORM 2710-EMITIR-DISCIPLINA                              00107900
                VARYING WRK-IDX-NTD FROM 1 BY 1                         00108000
                UNTIL WRK-IDX-NTD GREATER WRK-QT-NOTAS-DISC.            00108100
                                                                        00108200
            MOVE 'MEDIA PONDERADA.....:' TO WRK-ITM-ROTULO.             00108300
            MOVE WRK-TBA-MEDIA(WRK-IDX-ALU) TO WRK-EDT-MEDIA.           00108400
            MOVE SPACES TO WRK-ITM-TEXTO.                               00108500
            STRING WRK-EDT-MEDIA '  ' WRK-TBA-STATUS(WRK-IDX-ALU)       00108600
                   DELIMITED BY SIZE INTO WRK-ITM-TEXTO.                00108700
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES.         00108800
                                                                        00108900
      *----------------------------------------------------------------*00109000
       2700-99-FIM.            EXIT.                                    00109100
      *----------------------------------------------------------------*00109200
      *----------------------------------------------------------------*00109300
       2710-EMITIR-DISCIPLINA             SECTION.                      00109400
      *----------------------------------------------------------------*00109500
                                                                        00109600
            IF WRK-NTD-IDX-ALUNO(WRK-IDX-NTD) NOT EQUAL WRK-IDX-ALU     00109700
                GO TO 2710-99-FIM                                       00109800
            END-IF.                                                     00109900
                                                                        00110000
            MOVE WRK-NTD-DISCIPLINA(WRK-IDX-NTD) TO WRK-LDI-CODIGO.     00110100
            MOVE SPACES TO WRK-LDI-NOME.                                00110200
            MOVE ZEROS  TO WRK-DIS-ACHADA.                              00110300
            PERFORM 2720-COMPARAR-DISCIPLINA                            00110400
                VARYING WRK-IDX-DIS FROM 1 BY 1                         00110500
                UNTIL WRK-IDX-DIS GREATER WRK-QT-DISCIPLINAS            00110600
                   OR WRK-DIS-ACHADA GREATER ZEROS.                     00110700
            IF WRK-DIS-ACHADA GREATER ZEROS                             00110800
                MOVE WRK-TBD-NOME(WRK-DIS-ACHADA) TO WRK-LDI-NOME       00110900
            END-IF.                                                     00111000
            MOVE WRK-NTD-MEDIA(WRK-IDX-NTD)  TO WRK-LDI-MEDIA.          00111100
            MOVE WRK-NTD-STATUS(WRK-IDX-NTD) TO WRK-LDI-STATUS.         00111200
            WRITE FD-BOLETIM FROM WRK-LINHA-DISCIPLINA.                 00111300
                                                                        00111400
      *----------------------------------------------------------------*00111500
       2710-99-FIM.            EXIT.                                    00111600
      *----------------------------------------------------------------*00111700
      *----------------------------------------------------------------*00111800
       2720-COMPARAR-DISCIPLINA           SECTION.                      00111900
      *----------------------------------------------------------------*00112000
                                                                        00112100
            IF WRK-TBD-CODIGO(WRK-IDX-DIS)                              00112200
               EQUAL WRK-NTD-DISCIPLINA(WRK-IDX-NTD)                    00112300
                MOVE WRK-IDX-DIS TO WRK-DIS-ACHADA                      00112400
            END-IF.                                                     00112500
                                                                        00112600
      *----------------------------------------------------------------*00112700
       2720-99-FIM.            EXIT.                                    00112800
      *----------------------------------------------------------------*00112900
      *----------------------------------------------------------------*00113000
       2800-EMITIR-FREQUENCIA             SECTION.                      00113100
      *----------------------------------------------------------------*00113200
      *    MESMA CONTA DO FR06CB25: PRESENCAS * 100 / AULAS DADAS,      00113300
      *    COMPARADA COM O FREQ-MINIMA VIGENTE.                         00113400
      *----------------------------------------------------------------*00113500
                                                                        00113600
            MOVE 'FREQUENCIA..........:' TO WRK-ITM-ROTULO.             00113700
            MOVE SPACES TO WRK-ITM-TEXTO.                               00113800
                                                                        00113900
            IF WRK-TEM-FREQ NOT EQUAL 'S'                               00114000
               OR WRK-TBA-TEM-FREQ(WRK-IDX-ALU) NOT EQUAL 'S'           00114100
               OR WRK-TBA-AULAS-DADAS(WRK-IDX-ALU) EQUAL ZEROS          00114200
                MOVE 'SEM FREQUENCIA REGISTRADA NO TERMO'               00114300
                     TO WRK-ITM-TEXTO                                   00114400
                WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES      00114500
                GO TO 2800-99-FIM                                       00114600
            END-IF.                                                     00114700
                                                                        00114800
            COMPUTE WRK-PERC-FREQ ROUNDED =                             00114900
                WRK-TBA-AULAS-FREQ(WRK-IDX-ALU) * 100                   00115000
                / WRK-TBA-AULAS-DADAS(WRK-IDX-ALU).                     00115100
                                                                        00115200
            MOVE WRK-TBA-AULAS-FREQ(WRK-IDX-ALU)  TO WRK-EDT-QTD.       00115300
            MOVE WRK-TBA-AULAS-DADAS(WRK-IDX-ALU) TO WRK-EDT-QTD2.      00115400
            MOVE WRK-PERC-FREQ                    TO WRK-EDT-PERC.      00115500
            MOVE WRK-FREQ-MINIMA                  TO WRK-EDT-QTD3.      00115600
            STRING WRK-EDT-QTD ' PRESENCAS EM ' WRK-EDT-QTD2            00115700
                   ' AULAS = ' WRK-EDT-PERC '% (MINIMO '                00115800
                   WRK-EDT-QTD3 '%)'                                    00115900
                   DELIMITED BY SIZE INTO WRK-ITM-TEXTO.                00116000
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES.         00116100
                                                                        00116200
            MOVE 'REGRA DE FALTA......:' TO WRK-ITM-ROTULO.             00116300
            IF WRK-PERC-FREQ LESS WRK-FREQ-MINIMA                       00116400
                MOVE 'REPROVADO POR FALTA' TO WRK-ITM-TEXTO             00116500
            ELSE                                                        00116600
                MOVE 'FREQUENCIA SUFICIENTE' TO WRK-ITM-TEXTO           00116700
            END-IF.                                                     00116800
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM.                       00116900
                                                                        00117000
      *----------------------------------------------------------------*00117100
       2800-99-FIM.            EXIT.                                    00117200
      *----------------------------------------------------------------*00117300
      *----------------------------------------------------------------*00117400
       2850-EMITIR-RECUPERACAO            SECTION.                      00117500
      *----------------------------------------------------------------*00117600
      *    ESTAGIO 'R' = O ALUNO FEZ A RECUPERACAO (FR06CB88); 'P' =    00117700
      *    O RESULTADO DO TERMO FOI MANTIDO SEM RECUPERACAO.            00117800
      *----------------------------------------------------------------*00117900
                                                                        00118000
            MOVE 'RECUPERACAO.........:' TO WRK-ITM-ROTULO.             00118100
            MOVE SPACES TO WRK-ITM-TEXTO.                               00118200
                                                                        00118300
            EVALUATE TRUE                                               00118400
             WHEN WRK-TEM-FINAL NOT EQUAL 'S'                           00118500
               MOVE 'RESULTADO FINAL AINDA NAO PROCESSADO'              00118600
                    TO WRK-ITM-TEXTO                                    00118700
             WHEN WRK-TBA-TEM-FINAL(WRK-IDX-ALU) NOT EQUAL 'S'          00118800
               MOVE 'SEM RESULTADO FINAL NO TERMO' TO WRK-ITM-TEXTO     00118900
             WHEN WRK-TBA-FIN-ESTAGIO(WRK-IDX-ALU) EQUAL 'R'            00119000
               MOVE WRK-TBA-FIN-MEDIA(WRK-IDX-ALU) TO WRK-EDT-MEDIA     00119100
               STRING 'FEZ RECUPERACAO - MEDIA FINAL ' WRK-EDT-MEDIA    00119200
                      DELIMITED BY SIZE INTO WRK-ITM-TEXTO              00119300
             WHEN OTHER                                                 00119400
               MOVE 'NAO PRECISOU DE RECUPERACAO' TO WRK-ITM-TEXTO      00119500
            END-EVALUATE.                                               00119600
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM.                       00119700
                                                                        00119800
            IF WRK-TBA-TEM-FINAL(WRK-IDX-ALU) EQUAL 'S'                 00119900
                MOVE 'RESULTADO FINAL.....:' TO WRK-ITM-ROTULO          00120000
                MOVE WRK-TBA-FIN-STATUS(WRK-IDX-ALU) TO WRK-ITM-TEXTO   00120100
                WRITE FD-BOLETIM FROM WRK-LINHA-ITEM                    00120200
            END-IF.                                                     00120300
                                                                        00120400
      *----------------------------------------------------------------*00120500
       2850-99-FIM.            EXIT.                                    00120600
      *----------------------------------------------------------------*00120700
      *----------------------------------------------------------------*00120800
       2900-EMITIR-POSICAO-TURMA          SECTION.                      00120900
      *----------------------------------------------------------------*00121000
      *    CLASSIFICACAO = 1 + COLEGAS DA TURMA COM MEDIA MAIOR         00121100
      *----------------------------------------------------------------*00121200
                                                                        00121300
            MOVE 'MEDIA DA TURMA......:' TO WRK-ITM-ROTULO.             00121400
            MOVE SPACES TO WRK-ITM-TEXTO.                               00121500
            MOVE WRK-TBT-MEDIA(WRK-TUR-ACHADA) TO WRK-EDT-MEDIA.        00121600
                                                                        00121700
            IF WRK-TBA-TEM-NOTA(WRK-IDX-ALU) NOT EQUAL 'S'              00121800
                STRING WRK-EDT-MEDIA ' - ALUNO SEM MEDIA NO TERMO'      00121900
                       DELIMITED BY SIZE INTO WRK-ITM-TEXTO             00122000
                WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES      00122100
                GO TO 2900-99-FIM                                       00122200
            END-IF.                                                     00122300
                                                                        00122400
            COMPUTE WRK-DIFERENCA = WRK-TBA-MEDIA(WRK-IDX-ALU)          00122500
                                  - WRK-TBT-MEDIA(WRK-TUR-ACHADA).      00122600
            MOVE WRK-DIFERENCA TO WRK-EDT-DIFERENCA.                    00122700
                                                                        00122800
            EVALUATE TRUE                                               00122900
             WHEN WRK-DIFERENCA GREATER ZEROS                           00123000
               STRING WRK-EDT-MEDIA ' - ALUNO ACIMA DA MEDIA ('         00123100
                      WRK-EDT-DIFERENCA ')'                             00123200
                      DELIMITED BY SIZE INTO WRK-ITM-TEXTO              00123300
             WHEN WRK-DIFERENCA LESS ZEROS                              00123400
               STRING WRK-EDT-MEDIA ' - ALUNO ABAIXO DA MEDIA ('        00123500
                      WRK-EDT-DIFERENCA ')'                             00123600
                      DELIMITED BY SIZE INTO WRK-ITM-TEXTO              00123700
             WHEN OTHER                                                 00123800
               STRING WRK-EDT-MEDIA ' - ALUNO NA MEDIA DA TURMA'        00123900
                      DELIMITED BY SIZE INTO WRK-ITM-TEXTO              00124000
            END-EVALUATE.                                               00124100
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES.         00124200
                                                                        00124300
            MOVE 1 TO WRK-CLASSIFICACAO.                                00124400
            PERFORM 2910-COMPARAR-COLEGA                                00124500
                VARYING WRK-IDX-COLEGA FROM 1 BY 1                      00124600
                UNTIL WRK-IDX-COLEGA GREATER WRK-QT-ALUNOS.             00124700
                                                                        00124800
            MOVE 'CLASSIFICACAO.......:' TO WRK-ITM-ROTULO.             00124900
            MOVE SPACES TO WRK-ITM-TEXTO.                               00125000
            MOVE WRK-CLASSIFICACAO TO WRK-EDT-QTD.                      00125100
            MOVE WRK-TBT-COM-NOTA(WRK-TUR-ACHADA) TO WRK-EDT-QTD2.      00125200
            STRING WRK-EDT-QTD ' DE ' WRK-EDT-QTD2 ' ALUNOS DA TURMA'   00125300
                   DELIMITED BY SIZE INTO WRK-ITM-TEXTO.                00125400
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM.                       00125500
                                                                        00125600
      *----------------------------------------------------------------*00125700
       2900-99-FIM.            EXIT.                                    00125800
      *----------------------------------------------------------------*00125900
      *----------------------------------------------------------------*00126000
       2910-COMPARAR-COLEGA               SECTION.                      00126100
      *----------------------------------------------------------------*00126200
                                                                        00126300
            IF WRK-TBA-TURMA(WRK-IDX-COLEGA)                            00126400
               EQUAL WRK-TBA-TURMA(WRK-IDX-ALU)                         00126500
               AND WRK-TBA-TEM-NOTA(WRK-IDX-COLEGA) EQUAL 'S'           00126600
               AND WRK-TBA-MEDIA(WRK-IDX-COLEGA)                        00126700
                   GREATER WRK-TBA-MEDIA(WRK-IDX-ALU)                   00126800
                ADD 1 TO WRK-CLASSIFICACAO                              00126900
            END-IF.                                                     00127000
                                                                        00127100
      *----------------------------------------------------------------*00127200
       2910-99-FIM.            EXIT.                                    00127300
      *----------------------------------------------------------------*00127400
      *----------------------------------------------------------------*00127500
       2950-EMITIR-TERMO-ANTERIOR         SECTION.                      00127600
      *----------------------------------------------------------------*00127700
                                                                        00127800
            MOVE 'TERMO ANTERIOR......:' TO WRK-ITM-ROTULO.             00127900
            MOVE SPACES TO WRK-ITM-TEXTO.                               00128000
                                                                        00128100
            IF WRK-TBA-HIS-TERMO(WRK-IDX-ALU) EQUAL SPACES              00128200
                MOVE 'SEM TERMO ANTERIOR NO HISTORICO' TO WRK-ITM-TEXTO 00128300
            ELSE                                                        00128400
                MOVE WRK-TBA-HIS-MEDIA(WRK-IDX-ALU) TO WRK-EDT-MEDIA    00128500
                STRING WRK-TBA-HIS-TERMO(WRK-IDX-ALU) ' MEDIA '         00128600
                       WRK-EDT-MEDIA '  '                               00128700
                       WRK-TBA-HIS-STATUS(WRK-IDX-ALU)                  00128800
                       DELIMITED BY SIZE INTO WRK-ITM-TEXTO             00128900
            END-IF.                                                     00129000
            WRITE FD-BOLETIM FROM WRK-LINHA-ITEM AFTER 2 LINES.         00129100
                                                                        00129200
      *----------------------------------------------------------------*00129300
       2950-99-FIM.            EXIT.                                    00129400
      *----------------------------------------------------------------*00129500
      *----------------------------------------------------------------*00129600
       3000-FINALIZAR                     SECTION.                      00129700
      *----------------------------------------------------------------*00129800
                                                                        00129900
            CLOSE BOLETIM.                                              00130000
                                                                        00130100
            DISPLAY '------------------------------------------------'. 00130200
            DISPLAY '  TERMO...............: ' WRK-CARTAO-TERMO.        00130300
            DISPLAY '  ALUNOS ATIVOS.......: ' WRK-QT-ALUNOS.           00130400
            DISPLAY '  TURMAS (CAPAS)......: ' WRK-ACU-CAPAS.           00130500
            DISPLAY '  BOLETINS EMITIDOS...: ' WRK-ACU-BOLETINS.        00130600
            DISPLAY '  ALUNOS SEM NOTAS....: ' WRK-ACU-SEM-NOTA.        00130700
            DISPLAY '  NOTAS FORA DO ROSTER: ' WRK-ACU-FORA-ROSTER.     00130800
            DISPLAY '------------------------------------------------'. 00130900
                                                                        00131000
            STOP RUN.                                                   00131100
      *----------------------------------------------------------------*00131200
       3000-99-FIM.            EXIT.                                    00131300
      *----------------------------------------------------------------*00131400
                                                                        00131500
      *----------------------------------------------------------------*00131600
       9000-TRATAR-ERROS                  SECTION.                      00131700
      *----------------------------------------------------------------*00131800
                                                                        00131900
             MOVE 'FR06C150'       TO WRK-ERR-PROGRAMA.                 00132000
             MOVE '9000'           TO WRK-ERR-SECTION.                  00132100
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00132200
             MOVE SPACES           TO WRK-ERR-STATUS.                   00132300
             MOVE WRK-FS-CADALU    TO WRK-ERR-STATUS(1:2).              00132400
             MOVE WRK-FS-SAINOTA   TO WRK-ERR-STATUS(3:2).              00132500
             MOVE WRK-FS-SAINOTF   TO WRK-ERR-STATUS(5:2).              00132600
             MOVE WRK-FS-HISTNOT   TO WRK-ERR-STATUS(7:2).              00132700
             MOVE WRK-FS-BOLETIM   TO WRK-ERR-STATUS(9:2).              00132800
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00132900
                                                                        00133000
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00133100
                                                                        00133200
      *----------------------------------------------------------------*00133300
       9000-99-FIM.            EXIT.                                    00133400
      *----------------------------------------------------------------*00133500
