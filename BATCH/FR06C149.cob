      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C149.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: ENTURMACAO DOS ALUNOS COM CONTROLE DE CAPACIDADE  00001400
      *               E LISTA DE ESPERA POR TURMA. CARREGA O CADASTRO   00001500
      *               DE TURMAS (TURMAS, LAYOUT B#TURMA), CONFERINDO A  00001600
      *               SALA DE CADA TURMA NO CADASTRO DE SALAS (SALAS,   00001700
      *               B#SALA - SALA DESCONHECIDA OU INATIVA INVALIDA A  00001800
      *               TURMA), O CADASTRO DE ALUNOS (CADALU, B#CADALU)   00001900
      *               E A ENTURMACAO ATUAL (ENTENT, B#ENTUR). NA ORDEM: 00002000
      *               - ALUNO MATRICULADO OU NA ESPERA QUE FICOU        00002100
      *                 INATIVO (WRK-CAD-SITUACAO) OU SAIU DO CADASTRO  00002200
      *                 E RETIRADO DA TURMA (DESISTENCIA);              00002300
      *               - A VAGA ABERTA E PREENCHIDA PELO PRIMEIRO DA     00002400
      *                 LISTA DE ESPERA DA TURMA (PROMOCAO AUTOMATICA), 00002500
      *                 ATE LOTAR A TURMA OU ESVAZIAR A FILA;           00002600
      *               - OS PEDIDOS DE MATRICULA (PEDTUR, B#PEDTU) SAO   00002700
      *                 ATENDIDOS POR PRIORIDADE, DATA E HORA DO PEDIDO 00002800
      *                 (SORT INTERNO): ENTRAM NA TURMA ENQUANTO HOUVER 00002900
      *                 VAGA E OS DEMAIS VAO PARA O FIM DA LISTA DE     00003000
      *                 ESPERA, NUMERADA A PARTIR DE 1.                 00003100
      *               GRAVA A ENTURMACAO NOVA (ENTSAI) E EMITE NO       00003200
      *               RELTUR O MOVIMENTO DA RODADA, A OCUPACAO DE CADA  00003300
      *               TURMA COM A SUA LISTA DE ESPERA E AS TURMAS COM   00003400
      *               MENOS MATRICULADOS QUE O PARAMETRO                00003500
      *               MIN-ALUNOS-TURMA DO PARAMS (PADRAO 010), PARA     00003600
      *               AVALIAR O CANCELAMENTO. PEDIDO RECUSADO, TURMA    00003700
      *               INVALIDA OU ABAIXO DO MINIMO DAO RETURN-CODE 4.   00003800
      *                                                                 00003900
      *----------------------------------------------------------------*00004000
      *     INPUT:                                                      00004100
      *     DDNAME           I/O                                        00004200
      *     TURMAS            I   (CADASTRO DE TURMAS - LRECL 40)       00004300
      *     SALAS             I   (CADASTRO DE SALAS - LRECL 40)        00004400
      *     CADALU            I   (CADASTRO DE ALUNOS - LRECL 50)       00004500
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00004600
      *     ENTENT            I   (ENTURMACAO ATUAL - LRECL 40,         00004700
      *                            AUSENTE NA PRIMEIRA RODADA)          00004800
      *     PEDTUR            I   (PEDIDOS DE MATRICULA - LRECL 40)     00004900
      *     ENTSAI            O   (ENTURMACAO NOVA - LRECL 40)          00005000
      *     RELTUR            O   (RELATORIO - LRECL 80)                00005100
      *                                                                 00005200
      *----------------------------------------------------------------*00005300
      *     MANUTENCAO:                                                 00005400
      *                                                                 00005500
      *================================================================*00005600
                                                                        00005700
      *================================================================*00005800
       ENVIRONMENT                               DIVISION.              00005900
      *================================================================*00006000
                                                                        00006100
      *----------------------------------------------------------------*00006200
       CONFIGURATION                             SECTION.               00006300
      *----------------------------------------------------------------*00006400
                                                                        00006500
       SPECIAL-NAMES.                                                   00006600
           DECIMAL-POINT IS COMMA.                                      00006700
                                                                        00006800
      *----------------------------------------------------------------*00006900
       INPUT-OUTPUT                              SECTION.               00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       FILE-CONTROL.                                                    00007300
             SELECT TURMAS             ASSIGN TO TURMAS                 00007400
                FILE STATUS            IS WRK-FS-TURMAS.                00007500
             SELECT SALAS              ASSIGN TO SALAS                  00007600
                FILE STATUS            IS WRK-FS-SALAS.                 00007700
             SELECT CADALU             ASSIGN TO CADALU                 00007800
                FILE STATUS            IS WRK-FS-CADALU.                00007900
             SELECT PARAMS             ASSIGN TO PARAMS                 00008000
                FILE STATUS            IS WRK-FS-PARAMS.                00008100
             SELECT ENTENT             ASSIGN TO ENTENT                 00008200
                FILE STATUS            IS WRK-FS-ENTENT.                00008300
             SELECT PEDTUR             ASSIGN TO PEDTUR                 00008400
                FILE STATUS            IS WRK-FS-PEDTUR.                00008500
             SELECT ENTSAI             ASSIGN TO ENTSAI                 00008600
                FILE STATUS            IS WRK-FS-ENTSAI.                00008700
             SELECT RELTUR             ASSIGN TO RELTUR                 00008800
                FILE STATUS            IS WRK-FS-RELTUR.                00008900
             SELECT ORDENA             ASSIGN TO ORDENA.                00009000
                                                                        00009100
      *================================================================*00009200
       DATA                                      DIVISION.              00009300
      *================================================================*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       FILE                                      SECTION.               00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       FD TURMAS                                                        00010000
           RECORDING MODE IS F                                          00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
       01 FD-TURMAS                    PIC X(40).                       00010300
                                                                        00010400
       FD SALAS                                                         00010500
           RECORDING MODE IS F                                          00010600
           BLOCK CONTAINS 0 RECORDS.                                    00010700
       01 FD-SALAS                     PIC X(40).                       00010800
                                                                        00010900
       FD CADALU                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-CADALU                    PIC X(50).                       00011300
                                                                        00011400
       FD PARAMS                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-PARAMS                    PIC X(50).                       00011800
                                                                        00011900
       FD ENTENT                                                        00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-ENTENT                    PIC X(40).                       00012300
                                                                        00012400
       FD PEDTUR                                                        00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-PEDTUR                    PIC X(40).                       00012800
                                                                        00012900
       FD ENTSAI                                                        00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-ENTSAI                    PIC X(40).                       00013300
                                                                        00013400
       FD RELTUR                                                        00013500
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-RELTUR                    PIC X(80).                       00013800
                                                                        00013900
       SD ORDENA.                                                       00014000
       01 SD-ORDENA.                                                    00014100
          05 FILLER                    PIC X(10).                       00014200
          05 SD-PRIORIDADE             PIC 9(02).                       00014300
          05 SD-DATA                   PIC 9(08).                       00014400
          05 SD-HORA                   PIC 9(06).                       00014500
          05 FILLER                    PIC X(14).                       00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
       WORKING-STORAGE                           SECTION.               00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       01 FILLER                       PIC X(50)               VALUE    00015300
            '**** AREA DOS LAYOUTS ****'.                               00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
        COPY 'B#TURMA'.                                                 00015700
                                                                        00015800
        COPY 'B#SALA'.                                                  00015900
                                                                        00016000
        COPY 'B#CADALU'.                                                00016100
                                                                        00016200
        COPY 'B#ENTUR'.                                                 00016300
                                                                        00016400
        COPY 'B#PEDTU'.                                                 00016500
                                                                        00016600
        COPY 'B#PARAM'.                                                 00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
       01 FILLER                       PIC X(50)               VALUE    00017000
            '**** CADASTROS EM MEMORIA ****'.                           00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
       01 WRK-TAB-SALAS.                                                00017400
          05 WRK-TAB-SAL-ITEM          OCCURS 50 TIMES.                 00017500
             10 WRK-TBS-CODIGO         PIC X(04).                       00017600
             10 WRK-TBS-ATIVO          PIC X(01).                       00017700
                                                                        00017800
       77 WRK-QT-SALAS                 PIC 9(02) VALUE ZEROS.           00017900
       77 WRK-IDX-SAL                  PIC 9(02) VALUE ZEROS.           00018000
       77 WRK-SAL-ACHADA               PIC 9(02) VALUE ZEROS.           00018100
                                                                        00018200
      *    VALIDA 'N' = SALA DESCONHECIDA/INATIVA OU CAPACIDADE ZERADA: 00018300
      *    A TURMA NAO RECEBE ALUNOS NEM PROMOVE A ESPERA               00018400
       01 WRK-TAB-TURMAS.                                               00018500
          05 WRK-TAB-TUR-ITEM          OCCURS 100 TIMES.                00018600
             10 WRK-TBT-CODIGO         PIC X(05).                       00018700
             10 WRK-TBT-PERIODO        PIC X(05).                       00018800
             10 WRK-TBT-SALA           PIC X(04).                       00018900
             10 WRK-TBT-CAPACIDADE     PIC 9(03).                       00019000
             10 WRK-TBT-VALIDA         PIC X(01).                       00019100
             10 WRK-TBT-MOTIVO         PIC X(30).                       00019200
             10 WRK-TBT-MATRICULADOS   PIC 9(03).                       00019300
             10 WRK-TBT-ESPERA         PIC 9(03).                       00019400
                                                                        00019500
       77 WRK-QT-TURMAS                PIC 9(03) VALUE ZEROS.           00019600
       77 WRK-IDX-TUR                  PIC 9(03) VALUE ZEROS.           00019700
       77 WRK-TUR-ACHADA               PIC 9(03) VALUE ZEROS.           00019800
                                                                        00019900
       01 WRK-TAB-ALUNOS.                                               00020000
          05 WRK-TAB-ALU-ITEM          OCCURS 300 TIMES.                00020100
             10 WRK-TBA-MATRICULA      PIC X(05).                       00020200
             10 WRK-TBA-NOME           PIC X(30).                       00020300
             10 WRK-TBA-SITUACAO       PIC X(01).                       00020400
                                                                        00020500
       77 WRK-QT-ALUNOS                PIC 9(03) VALUE ZEROS.           00020600
       77 WRK-IDX-ALU                  PIC 9(03) VALUE ZEROS.           00020700
       77 WRK-ALU-ACHADO               PIC 9(03) VALUE ZEROS.           00020800
                                                                        00020900
      *----------------------------------------------------------------*00021000
       01 FILLER                       PIC X(50)               VALUE    00021100
            '**** ENTURMACAO EM MEMORIA ****'.                          00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
      *    IDX-TURMA ZERADO = TURMA FORA DO CADASTRO (MANTIDA COMO      00021500
      *    ESTA). ATIVA 'N' = RETIRADA NA RODADA (NAO VAI PARA O ENTSAI)00021600
       01 WRK-TAB-ENTURMACAO.                                           00021700
          05 WRK-TAB-ENT-ITEM          OCCURS 2000 TIMES.               00021800
             10 WRK-TBE-TURMA          PIC X(05).                       00021900
             10 WRK-TBE-MATRICULA      PIC X(05).                       00022000
             10 WRK-TBE-SITUACAO       PIC X(01).                       00022100
             10 WRK-TBE-POSICAO        PIC 9(03).                       00022200
             10 WRK-TBE-PRIORIDADE     PIC 9(02).                       00022300
             10 WRK-TBE-DATA-PEDIDO    PIC 9(08).                       00022400
             10 WRK-TBE-DATA-SITUACAO  PIC 9(08).                       00022500
             10 WRK-TBE-IDX-TURMA      PIC 9(03).                       00022600
             10 WRK-TBE-ATIVA          PIC X(01).                       00022700
                                                                        00022800
       77 WRK-QT-ENTURMACAO            PIC 9(04) VALUE ZEROS.           00022900
       77 WRK-IDX-ENT                  PIC 9(04) VALUE ZEROS.           00023000
       77 WRK-IDX-FILA                 PIC 9(04) VALUE ZEROS.           00023100
       77 WRK-ENT-ACHADA               PIC 9(04) VALUE ZEROS.           00023200
       77 WRK-POSICAO-SAIDA            PIC 9(03) VALUE ZEROS.           00023300
       77 WRK-POSICAO-BUSCA            PIC 9(03) VALUE ZEROS.           00023400
       77 WRK-MOTIVO-RECUSA            PIC X(25) VALUE SPACES.          00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01 FILLER                       PIC X(50)               VALUE    00023800
            '**** LINHAS DO RELATORIO ****'.                            00023900
      *----------------------------------------------------------------*00024000
                                                                        00024100
       01 WRK-CABEC1.                                                   00024200
          05 FILLER                    PIC X(46) VALUE                  00024300
             '------- ENTURMACAO E LISTA DE ESPERA - RODADA '.          00024400
          05 WRK-CAB-DATA              PIC 9(08).                       00024500
          05 FILLER                    PIC X(26) VALUE ' -------'.      00024600
                                                                        00024700
       01 WRK-SUBTITULO                PIC X(80).                       00024800
                                                                        00024900
       01 WRK-LINHA-EVENTO.                                             00025000
          05 WRK-EVT-DESCRICAO         PIC X(22).                       00025100
          05 FILLER                    PIC X(01) VALUE SPACES.          00025200
          05 WRK-EVT-TURMA             PIC X(05).                       00025300
          05 FILLER                    PIC X(01) VALUE SPACES.          00025400
          05 WRK-EVT-MATRICULA         PIC X(05).                       00025500
          05 FILLER                    PIC X(01) VALUE SPACES.          00025600
          05 WRK-EVT-NOME              PIC X(19).                       00025700
          05 FILLER                    PIC X(01) VALUE SPACES.          00025800
          05 WRK-EVT-COMPLEMENTO       PIC X(25).                       00025900
                                                                        00026000
       01 WRK-CABEC-OCUPACAO.                                           00026100
          05 FILLER                    PIC X(40) VALUE                  00026200
             'TURMA  PERIO  SALA  CAP   MAT   VAG   ES'.                00026300
          05 FILLER                    PIC X(40) VALUE                  00026400
             'P  %OCUP  OBSERVACAO'.                                    00026500
                                                                        00026600
       01 WRK-LINHA-OCUPACAO.                                           00026700
          05 WRK-OCP-TURMA             PIC X(05).                       00026800
          05 FILLER                    PIC X(02) VALUE SPACES.          00026900
          05 WRK-OCP-PERIODO           PIC X(05).                       00027000
          05 FILLER                    PIC X(02) VALUE SPACES.          00027100
          05 WRK-OCP-SALA              PIC X(04).                       00027200
          05 FILLER                    PIC X(02) VALUE SPACES.          00027300
          05 WRK-OCP-CAPACIDADE        PIC ZZ9.                         00027400
          05 FILLER                    PIC X(03) VALUE SPACES.          00027500
          05 WRK-OCP-MATRICULADOS      PIC ZZ9.                         00027600
          05 FILLER                    PIC X(03) VALUE SPACES.          00027700
          05 WRK-OCP-VAGAS             PIC ZZ9.                         00027800
          05 FILLER                    PIC X(03) VALUE SPACES.          00027900
          05 WRK-OCP-ESPERA            PIC ZZ9.                         00028000
          05 FILLER                    PIC X(02) VALUE SPACES.          00028100
          05 WRK-OCP-PERCENTUAL        PIC ZZ9,9.                       00028200
          05 FILLER                    PIC X(02) VALUE SPACES.          00028300
          05 WRK-OCP-OBSERVACAO        PIC X(30).                       00028400
                                                                        00028500
       01 WRK-LINHA-FILA.                                               00028600
          05 FILLER                    PIC X(13) VALUE                  00028700
             '      ESPERA '.                                           00028800
          05 WRK-FIL-POSICAO           PIC ZZ9.                         00028900
          05 FILLER                    PIC X(02) VALUE SPACES.          00029000
          05 WRK-FIL-MATRICULA         PIC X(05).                       00029100
          05 FILLER                    PIC X(01) VALUE SPACES.          00029200
          05 WRK-FIL-NOME              PIC X(30).                       00029300
          05 FILLER                    PIC X(07) VALUE ' PRIOR '.       00029400
          05 WRK-FIL-PRIORIDADE        PIC 9(02).                       00029500
          05 FILLER                    PIC X(08) VALUE ' PEDIDO '.      00029600
          05 WRK-FIL-DATA-PEDIDO       PIC 9(08).                       00029700
          05 FILLER                    PIC X(01) VALUE SPACES.          00029800
                                                                        00029900
       01 WRK-LINHA-CANCELAMENTO.                                       00030000
          05 FILLER                    PIC X(22) VALUE                  00030100
             'AVALIAR CANCELAMENTO: '.                                  00030200
          05 WRK-CAN-TURMA             PIC X(05).                       00030300
          05 FILLER                    PIC X(08) VALUE ' PERIODO'.      00030400
          05 FILLER                    PIC X(01) VALUE SPACES.          00030500
          05 WRK-CAN-PERIODO           PIC X(05).                       00030600
          05 FILLER                    PIC X(02) VALUE SPACES.          00030700
          05 WRK-CAN-MATRICULADOS      PIC ZZ9.                         00030800
          05 FILLER                    PIC X(22) VALUE                  00030900
             ' MATRICULADOS, MINIMO '.                                  00031000
          05 WRK-CAN-MINIMO            PIC ZZ9.                         00031100
          05 FILLER                    PIC X(09) VALUE SPACES.          00031200
                                                                        00031300
       01 WRK-RODAPE.                                                   00031400
          05 FILLER                    PIC X(12) VALUE 'PEDIDOS.....'.  00031500
          05 WRK-ROD-PEDIDOS           PIC ZZZZ9.                       00031600
          05 FILLER                    PIC X(12) VALUE '  MATRIC....'.  00031700
          05 WRK-ROD-MATRICULADOS      PIC ZZZZ9.                       00031800
          05 FILLER                    PIC X(12) VALUE '  ESPERA....'.  00031900
          05 WRK-ROD-ESPERA            PIC ZZZZ9.                       00032000
          05 FILLER                    PIC X(12) VALUE '  RECUSAS...'.  00032100
          05 WRK-ROD-RECUSADOS         PIC ZZZZ9.                       00032200
          05 FILLER                    PIC X(12) VALUE SPACES.          00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       01 FILLER                       PIC X(50)               VALUE    00032600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
       77 WRK-FS-TURMAS                PIC X(02) VALUE SPACES.          00033000
       77 WRK-FS-SALAS                 PIC X(02) VALUE SPACES.          00033100
       77 WRK-FS-CADALU                PIC X(02) VALUE SPACES.          00033200
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00033300
       77 WRK-FS-ENTENT                PIC X(02) VALUE SPACES.          00033400
       77 WRK-FS-PEDTUR                PIC X(02) VALUE SPACES.          00033500
       77 WRK-FS-ENTSAI                PIC X(02) VALUE SPACES.          00033600
       77 WRK-FS-RELTUR                PIC X(02) VALUE SPACES.          00033700
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00033800
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00033900
       77 WRK-MIN-ALUNOS               PIC 9(03) VALUE 10.              00034000
       77 WRK-VIG-MIN-ALUNOS           PIC 9(08) VALUE ZEROS.           00034100
       77 WRK-ACU-PEDIDOS              PIC 9(05) VALUE ZEROS.           00034200
       77 WRK-ACU-MATRICULADOS         PIC 9(05) VALUE ZEROS.           00034300
       77 WRK-ACU-ESPERA               PIC 9(05) VALUE ZEROS.           00034400
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00034500
       77 WRK-ACU-DESISTENCIAS         PIC 9(05) VALUE ZEROS.           00034600
       77 WRK-ACU-PROMOVIDOS           PIC 9(05) VALUE ZEROS.           00034700
       77 WRK-ACU-TURMAS-INVALIDAS     PIC 9(03) VALUE ZEROS.           00034800
       77 WRK-ACU-ABAIXO-MINIMO        PIC 9(03) VALUE ZEROS.           00034900
       77 WRK-ACU-FORA-CADASTRO        PIC 9(05) VALUE ZEROS.           00035000
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00035100
       77 WRK-VAGAS                    PIC 9(03) VALUE ZEROS.           00035200
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00035300
                                                                        00035400
      *----------------------------------------------------------------*00035500
       01 FILLER                       PIC X(50)               VALUE    00035600
            '**** AREA DO MODULO TRTERRO ****'.                         00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
        COPY '#TRTERRO'.                                                00036000
                                                                        00036100
      *================================================================*00036200
       PROCEDURE DIVISION.                                              00036300
      *================================================================*00036400
      *----------------------------------------------------------------*00036500
       0000-PRINCIPAL                     SECTION.                      00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
           PERFORM 1000-INICIAR.                                        00036900
                                                                        00037000
           PERFORM 2000-TRATAR-DESISTENCIA                              00037100
               VARYING WRK-IDX-ENT FROM 1 BY 1                          00037200
               UNTIL WRK-IDX-ENT GREATER WRK-QT-ENTURMACAO.             00037300
                                                                        00037400
           PERFORM 2100-PROMOVER-TURMA                                  00037500
               VARYING WRK-IDX-TUR FROM 1 BY 1                          00037600
               UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS.                 00037700
                                                                        00037800
           MOVE 'PEDIDOS DE MATRICULA (ORDEM DE PRIORIDADE)'            00037900
                                       TO WRK-SUBTITULO.                00038000
           WRITE FD-RELTUR FROM WRK-SUBTITULO.                          00038100
                                                                        00038200
           SORT ORDENA                                                  00038300
               ON ASCENDING KEY SD-PRIORIDADE                           00038400
                                SD-DATA                                 00038500
                                SD-HORA                                 00038600
               USING PEDTUR                                             00038700
               OUTPUT PROCEDURE IS 2500-ATENDER-PEDIDOS.                00038800
                                                                        00038900
           PERFORM 3000-FINALIZAR.                                      00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       0000-99-FIM.            EXIT.                                    00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       1000-INICIAR                       SECTION.                      00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
            ACCEPT WRK-DATA-RODADA FROM DATE YYYYMMDD.                  00040000
            MOVE WRK-DATA-RODADA TO WRK-CAB-DATA.                       00040100
                                                                        00040200
            OPEN OUTPUT ENTSAI                                          00040300
                        RELTUR.                                         00040400
            IF WRK-FS-ENTSAI NOT EQUAL ZEROS                            00040500
                MOVE ' ERRO ABERTURA ENTSAI ' TO WRK-MSG                00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
            IF WRK-FS-RELTUR NOT EQUAL ZEROS                            00040900
                MOVE ' ERRO ABERTURA RELTUR ' TO WRK-MSG                00041000
                PERFORM 9000-TRATAR-ERROS                               00041100
            END-IF.                                                     00041200
                                                                        00041300
            WRITE FD-RELTUR FROM WRK-CABEC1.                            00041400
                                                                        00041500
            PERFORM 1100-CARREGAR-SALAS.                                00041600
            PERFORM 1200-CARREGAR-TURMAS.                               00041700
            PERFORM 1300-CARREGAR-ALUNOS.                               00041800
            PERFORM 1400-CARREGAR-PARAMETROS.                           00041900
                                                                        00042000
            MOVE 'DESISTENCIAS E PROMOCOES DA LISTA DE ESPERA'          00042100
                                       TO WRK-SUBTITULO.                00042200
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00042300
                                                                        00042400
            PERFORM 1500-CARREGAR-ENTURMACAO.                           00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       1000-99-FIM.            EXIT.                                    00042800
      *----------------------------------------------------------------*00042900
      *----------------------------------------------------------------*00043000
       1100-CARREGAR-SALAS                SECTION.                      00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
            OPEN INPUT SALAS.                                           00043400
            IF WRK-FS-SALAS NOT EQUAL ZEROS                             00043500
                MOVE ' ERRO ABERTURA SALAS ' TO WRK-MSG                 00043600
                PERFORM 9000-TRATAR-ERROS                               00043700
            END-IF.                                                     00043800
                                                                        00043900
            PERFORM 1110-LER-SALA                                       00044000
                UNTIL WRK-FS-SALAS EQUAL '10'.                          00044100
            CLOSE SALAS.                                                00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       1100-99-FIM.            EXIT.                                    00044500
      *----------------------------------------------------------------*00044600
      *----------------------------------------------------------------*00044700
       1110-LER-SALA                      SECTION.                      00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
            READ SALAS INTO WRK-REG-SALA.                               00045100
            IF WRK-FS-SALAS NOT EQUAL ZEROS                             00045200
                MOVE '10' TO WRK-FS-SALAS                               00045300
                GO TO 1110-99-FIM                                       00045400
            END-IF.                                                     00045500
                                                                        00045600
            IF WRK-QT-SALAS NOT LESS 50                                 00045700
                MOVE ' CADASTRO DE SALAS CHEIO ' TO WRK-MSG             00045800
                PERFORM 9000-TRATAR-ERROS                               00045900
            END-IF.                                                     00046000
                                                                        00046100
            ADD 1 TO WRK-QT-SALAS.                                      00046200
            MOVE WRK-SAL-CODIGO TO WRK-TBS-CODIGO(WRK-QT-SALAS).        00046300
            MOVE WRK-SAL-ATIVO  TO WRK-TBS-ATIVO(WRK-QT-SALAS).         00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1110-99-FIM.            EXIT.                                    00046700
      *----------------------------------------------------------------*00046800
      *----------------------------------------------------------------*00046900
       1200-CARREGAR-TURMAS               SECTION.                      00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
            OPEN INPUT TURMAS.                                          00047300
            IF WRK-FS-TURMAS NOT EQUAL ZEROS                            00047400
                MOVE ' ERRO ABERTURA TURMAS ' TO WRK-MSG                00047500
                PERFORM 9000-TRATAR-ERROS                               00047600
            END-IF.                                                     00047700
                                                                        00047800
            PERFORM 1210-LER-TURMA                                      00047900
                UNTIL WRK-FS-TURMAS EQUAL '10'.                         00048000
            CLOSE TURMAS.                                               00048100
                                                                        00048200
            IF WRK-QT-TURMAS EQUAL ZEROS                                00048300
                MOVE ' CADASTRO DE TURMAS VAZIO ' TO WRK-MSG            00048400
                PERFORM 9000-TRATAR-ERROS                               00048500
            END-IF.                                                     00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       1200-99-FIM.            EXIT.                                    00048900
      *----------------------------------------------------------------*00049000
      *----------------------------------------------------------------*00049100
       1210-LER-TURMA                     SECTION.                      00049200
      *----------------------------------------------------------------*00049300
      *    TURMA REPETIDA NO CADASTRO: VALE A PRIMEIRA. A SALA E        00049400
      *    CONFERIDA NO CADASTRO DE SALAS COMO NO FR06CB92.             00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
            READ TURMAS INTO WRK-REG-TURMA.                             00049800
            IF WRK-FS-TURMAS NOT EQUAL ZEROS                            00049900
                MOVE '10' TO WRK-FS-TURMAS                              00050000
                GO TO 1210-99-FIM                                       00050100
            END-IF.                                                     00050200
                                                                        00050300
            PERFORM 1250-PROCURAR-TURMA-CAD.                            00050400
            IF WRK-TUR-ACHADA GREATER ZEROS                             00050500
                DISPLAY 'TURMA REPETIDA NO CADASTRO - IGNORADA: '       00050600
                        WRK-TUR-CODIGO                                  00050700
                MOVE 4 TO RETURN-CODE                                   00050800
                GO TO 1210-99-FIM                                       00050900
            END-IF.                                                     00051000
                                                                        00051100
            IF WRK-QT-TURMAS NOT LESS 100                               00051200
                MOVE ' CADASTRO DE TURMAS CHEIO ' TO WRK-MSG            00051300
                PERFORM 9000-TRATAR-ERROS                               00051400
            END-IF.                                                     00051500
                                                                        00051600
            ADD 1 TO WRK-QT-TURMAS.                                     00051700
            MOVE WRK-TUR-CODIGO  TO WRK-TBT-CODIGO(WRK-QT-TURMAS).      00051800
            MOVE WRK-TUR-PERIODO TO WRK-TBT-PERIODO(WRK-QT-TURMAS).     00051900
            MOVE WRK-TUR-SALA    TO WRK-TBT-SALA(WRK-QT-TURMAS).        00052000
            MOVE ZEROS           TO WRK-TBT-CAPACIDADE(WRK-QT-TURMAS)   00052100
                                    WRK-TBT-MATRICULADOS(WRK-QT-TURMAS) 00052200
                                    WRK-TBT-ESPERA(WRK-QT-TURMAS).      00052300
            MOVE 'S'             TO WRK-TBT-VALIDA(WRK-QT-TURMAS).      00052400
            MOVE SPACES          TO WRK-TBT-MOTIVO(WRK-QT-TURMAS).      00052500
                                                                        00052600
            IF WRK-TUR-CAPACIDADE NUMERIC                               00052700
                MOVE WRK-TUR-CAPACIDADE                                 00052800
                     TO WRK-TBT-CAPACIDADE(WRK-QT-TURMAS)               00052900
            END-IF.                                                     00053000
                                                                        00053100
            PERFORM 1260-PROCURAR-SALA.                                 00053200
            EVALUATE TRUE                                               00053300
             WHEN WRK-SAL-ACHADA EQUAL ZEROS                            00053400
               MOVE 'SALA DESCONHECIDA'                                 00053500
                    TO WRK-TBT-MOTIVO(WRK-QT-TURMAS)                    00053600
             WHEN WRK-TBS-ATIVO(WRK-SAL-ACHADA) NOT EQUAL 'S'           00053700
               MOVE 'SALA INATIVA'                                      00053800
                    TO WRK-TBT-MOTIVO(WRK-QT-TURMAS)                    00053900
             WHEN WRK-TBT-CAPACIDADE(WRK-QT-TURMAS) EQUAL ZEROS         00054000
               MOVE 'CAPACIDADE INVALIDA'                               00054100
                    TO WRK-TBT-MOTIVO(WRK-QT-TURMAS)                    00054200
             WHEN OTHER                                                 00054300
               CONTINUE                                                 00054400
            END-EVALUATE.                                               00054500
                                                                        00054600
            IF WRK-TBT-MOTIVO(WRK-QT-TURMAS) NOT EQUAL SPACES           00054700
                MOVE 'N' TO WRK-TBT-VALIDA(WRK-QT-TURMAS)               00054800
                ADD 1 TO WRK-ACU-TURMAS-INVALIDAS                       00054900
                DISPLAY 'TURMA INVALIDA ('                              00055000
                        WRK-TBT-MOTIVO(WRK-QT-TURMAS) '): '             00055100
                        WRK-REG-TURMA                                   00055200
                MOVE 4 TO RETURN-CODE                                   00055300
            END-IF.                                                     00055400
                                                                        00055500
      *----------------------------------------------------------------*00055600
       1210-99-FIM.            EXIT.                                    00055700
      *----------------------------------------------------------------*00055800
      *----------------------------------------------------------------*00055900
       1250-PROCURAR-TURMA-CAD            SECTION.                      00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
            MOVE ZEROS TO WRK-TUR-ACHADA.                               00056300
            PERFORM 1255-COMPARAR-TURMA-CAD                             00056400
                VARYING WRK-IDX-TUR FROM 1 BY 1                         00056500
                UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS                 00056600
                   OR WRK-TUR-ACHADA GREATER ZEROS.                     00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       1250-99-FIM.            EXIT.                                    00057000
      *----------------------------------------------------------------*00057100
      *----------------------------------------------------------------*00057200
       1255-COMPARAR-TURMA-CAD            SECTION.                      00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
            IF WRK-TBT-CODIGO(WRK-IDX-TUR) EQUAL WRK-TUR-CODIGO         00057600
                MOVE WRK-IDX-TUR TO WRK-TUR-ACHADA                      00057700
            END-IF.                                                     00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       1255-99-FIM.            EXIT.                                    00058100
      *----------------------------------------------------------------*00058200
      *----------------------------------------------------------------*00058300
       1260-PROCURAR-SALA                 SECTION.                      00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
            MOVE ZEROS TO WRK-SAL-ACHADA.                               00058700
            PERFORM 1265-COMPARAR-SALA                                  00058800
                VARYING WRK-IDX-SAL FROM 1 BY 1                         00058900
                UNTIL WRK-IDX-SAL GREATER WRK-QT-SALAS                  00059000
                   OR WRK-SAL-ACHADA GREATER ZEROS.                     00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       1260-99-FIM.            EXIT.                                    00059400
      *----------------------------------------------------------------*00059500
      *----------------------------------------------------------------*00059600
       1265-COMPARAR-SALA                 SECTION.                      00059700
      *----------------------------------------------------------------*00059800
                                                                        00059900
            IF WRK-TBS-CODIGO(WRK-IDX-SAL) EQUAL WRK-TUR-SALA           00060000
                MOVE WRK-IDX-SAL TO WRK-SAL-ACHADA                      00060100
            END-IF.                                                     00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       1265-99-FIM.            EXIT.                                    00060500
      *----------------------------------------------------------------*00060600
      *----------------------------------------------------------------*00060700
       1300-CARREGAR-ALUNOS               SECTION.                      00060800
      *----------------------------------------------------------------*00060900
                                                                        00061000
            OPEN INPUT CADALU.                                          00061100
            IF WRK-FS-CADALU NOT EQUAL ZEROS                            00061200
                MOVE ' ERRO ABERTURA CADALU ' TO WRK-MSG                00061300
                PERFORM 9000-TRATAR-ERROS                               00061400
            END-IF.                                                     00061500
                                                                        00061600
            PERFORM 1310-LER-ALUNO                                      00061700
                UNTIL WRK-FS-CADALU EQUAL '10'.                         00061800
            CLOSE CADALU.                                               00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       1300-99-FIM.            EXIT.                                    00062200
      *----------------------------------------------------------------*00062300
      *----------------------------------------------------------------*00062400
       1310-LER-ALUNO                     SECTION.                      00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
            READ CADALU INTO WRK-REG-CADALU.                            00062800
            IF WRK-FS-CADALU NOT EQUAL ZEROS                            00062900
                MOVE '10' TO WRK-FS-CADALU                              00063000
                GO TO 1310-99-FIM                                       00063100
            END-IF.                                                     00063200
                                                                        00063300
            IF WRK-QT-ALUNOS NOT LESS 300                               00063400
                MOVE ' CADASTRO DE ALUNOS CHEIO ' TO WRK-MSG            00063500
                PERFORM 9000-TRATAR-ERROS                               00063600
            END-IF.                                                     00063700
                                                                        00063800
            ADD 1 TO WRK-QT-ALUNOS.                                     00063900
            MOVE WRK-CAD-MATRICULA TO WRK-TBA-MATRICULA(WRK-QT-ALUNOS). 00064000
            MOVE WRK-CAD-NOME      TO WRK-TBA-NOME(WRK-QT-ALUNOS).      00064100
            MOVE WRK-CAD-SITUACAO  TO WRK-TBA-SITUACAO(WRK-QT-ALUNOS).  00064200
                                                                        00064300
      *----------------------------------------------------------------*00064400
       1310-99-FIM.            EXIT.                                    00064500
      *----------------------------------------------------------------*00064600
      *----------------------------------------------------------------*00064700
       1400-CARREGAR-PARAMETROS           SECTION.                      00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
            OPEN INPUT PARAMS.                                          00065100
            IF WRK-FS-PARAMS EQUAL '35'                                 00065200
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00065300
            ELSE                                                        00065400
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00065500
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00065600
                    PERFORM 9000-TRATAR-ERROS                           00065700
                ELSE                                                    00065800
                    PERFORM 1410-LER-PARAMETRO                          00065900
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00066000
                    CLOSE PARAMS                                        00066100
                END-IF                                                  00066200
            END-IF.                                                     00066300
                                                                        00066400
            DISPLAY 'PARAMETRO MIN-ALUNOS-TURMA: ' WRK-MIN-ALUNOS.      00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       1400-99-FIM.            EXIT.                                    00066800
      *----------------------------------------------------------------*00066900
      *----------------------------------------------------------------*00067000
       1410-LER-PARAMETRO                 SECTION.                      00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
            READ PARAMS INTO WRK-REG-PARAM.                             00067400
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00067500
                MOVE '10' TO WRK-FS-PARAMS                              00067600
                GO TO 1410-99-FIM                                       00067700
            END-IF.                                                     00067800
                                                                        00067900
            IF WRK-PARAM-NOME EQUAL 'MIN-ALUNOS-TURMA'                  00068000
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-RODADA      00068100
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-MIN-ALUNOS      00068200
                IF WRK-PARAM-VALOR(1:3) NUMERIC                         00068300
                    MOVE WRK-PARAM-VALOR(1:3) TO WRK-MIN-ALUNOS         00068400
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-MIN-ALUNOS     00068500
                END-IF                                                  00068600
            END-IF.                                                     00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1410-99-FIM.            EXIT.                                    00069000
      *----------------------------------------------------------------*00069100
      *----------------------------------------------------------------*00069200
       1500-CARREGAR-ENTURMACAO           SECTION.                      00069300
      *----------------------------------------------------------------*00069400
                                                                        00069500
            OPEN INPUT ENTENT.                                          00069600
            IF WRK-FS-ENTENT EQUAL '35'                                 00069700
                DISPLAY 'ENTENT AUSENTE - PRIMEIRA RODADA'              00069800
                GO TO 1500-99-FIM                                       00069900
            END-IF.                                                     00070000
            IF WRK-FS-ENTENT NOT EQUAL ZEROS                            00070100
                MOVE ' ERRO ABERTURA ENTENT ' TO WRK-MSG                00070200
                PERFORM 9000-TRATAR-ERROS                               00070300
            END-IF.                                                     00070400
                                                                        00070500
            PERFORM 1510-LER-ENTURMACAO                                 00070600
                UNTIL WRK-FS-ENTENT EQUAL '10'.                         00070700
            CLOSE ENTENT.                                               00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1500-99-FIM.            EXIT.                                    00071100
      *----------------------------------------------------------------*00071200
      *----------------------------------------------------------------*00071300
       1510-LER-ENTURMACAO                SECTION.                      00071400
      *----------------------------------------------------------------*00071500
      *    A POSICAO NA ESPERA VEM DO ENTENT, QUE O PROPRIO PROGRAMA    00071600
      *    GRAVA NUMERADO DE 1 EM DIANTE POR TURMA.                     00071700
      *----------------------------------------------------------------*00071800
                                                                        00071900
            READ ENTENT INTO WRK-REG-ENTUR.                             00072000
            IF WRK-FS-ENTENT NOT EQUAL ZEROS                            00072100
                MOVE '10' TO WRK-FS-ENTENT                              00072200
                GO TO 1510-99-FIM                                       00072300
            END-IF.                                                     00072400
                                                                        00072500
            IF WRK-QT-ENTURMACAO NOT LESS 2000                          00072600
                MOVE ' TABELA DE ENTURMACAO CHEIA ' TO WRK-MSG          00072700
                PERFORM 9000-TRATAR-ERROS                               00072800
            END-IF.                                                     00072900
                                                                        00073000
            ADD 1 TO WRK-QT-ENTURMACAO.                                 00073100
            MOVE WRK-QT-ENTURMACAO TO WRK-IDX-ENT.                      00073200
            MOVE WRK-ENT-TURMA       TO WRK-TBE-TURMA(WRK-IDX-ENT).     00073300
            MOVE WRK-ENT-MATRICULA   TO WRK-TBE-MATRICULA(WRK-IDX-ENT). 00073400
            MOVE WRK-ENT-SITUACAO    TO WRK-TBE-SITUACAO(WRK-IDX-ENT).  00073500
            MOVE WRK-ENT-POSICAO     TO WRK-TBE-POSICAO(WRK-IDX-ENT).   00073600
            MOVE WRK-ENT-PRIORIDADE  TO WRK-TBE-PRIORIDADE(WRK-IDX-ENT).00073700
            MOVE WRK-ENT-DATA-PEDIDO                                    00073800
                 TO WRK-TBE-DATA-PEDIDO(WRK-IDX-ENT).                   00073900
            MOVE WRK-ENT-DATA-SITUACAO                                  00074000
                 TO WRK-TBE-DATA-SITUACAO(WRK-IDX-ENT).                 00074100
            MOVE 'S' TO WRK-TBE-ATIVA(WRK-IDX-ENT).                     00074200
                                                                        00074300
            MOVE WRK-ENT-TURMA TO WRK-TUR-CODIGO.                       00074400
            PERFORM 1250-PROCURAR-TURMA-CAD.                            00074500
            MOVE WRK-TUR-ACHADA TO WRK-TBE-IDX-TURMA(WRK-IDX-ENT).      00074600
                                                                        00074700
            IF WRK-TUR-ACHADA EQUAL ZEROS                               00074800
                ADD 1 TO WRK-ACU-FORA-CADASTRO                          00074900
                MOVE 'TURMA FORA DO CADASTRO' TO WRK-EVT-DESCRICAO      00075000
                MOVE 'MANTIDO SEM ALTERACAO' TO WRK-EVT-COMPLEMENTO     00075100
                PERFORM 2800-MONTAR-EVENTO-TABELA                       00075200
                PERFORM 2900-GRAVAR-EVENTO                              00075300
                MOVE 4 TO RETURN-CODE                                   00075400
                GO TO 1510-99-FIM                                       00075500
            END-IF.                                                     00075600
                                                                        00075700
            IF WRK-ENT-SITUACAO EQUAL 'M'                               00075800
                ADD 1 TO WRK-TBT-MATRICULADOS(WRK-TUR-ACHADA)           00075900
            ELSE                                                        00076000
                ADD 1 TO WRK-TBT-ESPERA(WRK-TUR-ACHADA)                 00076100
            END-IF.                                                     00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       1510-99-FIM.            EXIT.                                    00076500
      *----------------------------------------------------------------*00076600
      *----------------------------------------------------------------*00076700
       2000-TRATAR-DESISTENCIA            SECTION.                      00076800
      *----------------------------------------------------------------*00076900
      *    ALUNO QUE NAO ESTA MAIS ATIVO NO CADASTRO SAI DA TURMA OU    00077000
      *    DA FILA; QUEM ESTAVA ATRAS DELE NA FILA SOBE UMA POSICAO.    00077100
      *----------------------------------------------------------------*00077200
                                                                        00077300
            IF WRK-TBE-IDX-TURMA(WRK-IDX-ENT) EQUAL ZEROS               00077400
                GO TO 2000-99-FIM                                       00077500
            END-IF.                                                     00077600
                                                                        00077700
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-PED-MATRICULA.   00077800
            PERFORM 2600-PROCURAR-ALUNO.                                00077900
            IF WRK-ALU-ACHADO GREATER ZEROS                             00078000
                IF WRK-TBA-SITUACAO(WRK-ALU-ACHADO) EQUAL 'A'           00078100
                    GO TO 2000-99-FIM                                   00078200
                END-IF                                                  00078300
            END-IF.                                                     00078400
                                                                        00078500
            MOVE 'N' TO WRK-TBE-ATIVA(WRK-IDX-ENT).                     00078600
            MOVE WRK-TBE-IDX-TURMA(WRK-IDX-ENT) TO WRK-IDX-TUR.         00078700
            ADD 1 TO WRK-ACU-DESISTENCIAS.                              00078800
                                                                        00078900
            IF WRK-TBE-SITUACAO(WRK-IDX-ENT) EQUAL 'M'                  00079000
                SUBTRACT 1 FROM WRK-TBT-MATRICULADOS(WRK-IDX-TUR)       00079100
                MOVE 'DESISTENCIA - TURMA' TO WRK-EVT-DESCRICAO         00079200
                MOVE SPACES TO WRK-EVT-COMPLEMENTO                      00079300
            ELSE                                                        00079400
                SUBTRACT 1 FROM WRK-TBT-ESPERA(WRK-IDX-TUR)             00079500
                MOVE WRK-TBE-POSICAO(WRK-IDX-ENT) TO WRK-POSICAO-SAIDA  00079600
                PERFORM 2200-AVANCAR-FILA                               00079700
                    VARYING WRK-IDX-FILA FROM 1 BY 1                    00079800
                    UNTIL WRK-IDX-FILA GREATER WRK-QT-ENTURMACAO        00079900
                MOVE 'DESISTENCIA - ESPERA' TO WRK-EVT-DESCRICAO        00080000
                MOVE 'SAIU DA FILA' TO WRK-EVT-COMPLEMENTO              00080100
            END-IF.                                                     00080200
                                                                        00080300
            PERFORM 2800-MONTAR-EVENTO-TABELA.                          00080400
            PERFORM 2900-GRAVAR-EVENTO.                                 00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       2000-99-FIM.            EXIT.                                    00080800
      *----------------------------------------------------------------*00080900
      *----------------------------------------------------------------*00081000
       2100-PROMOVER-TURMA                SECTION.                      00081100
      *----------------------------------------------------------------*00081200
      *    VAGA ABERTA (DESISTENCIA OU AUMENTO DA CAPACIDADE NO         00081300
      *    CADASTRO) VAI PARA A FRENTE DA FILA, ATE LOTAR OU ESVAZIAR.  00081400
      *----------------------------------------------------------------*00081500
                                                                        00081600
            IF WRK-TBT-VALIDA(WRK-IDX-TUR) NOT EQUAL 'S'                00081700
                GO TO 2100-99-FIM                                       00081800
            END-IF.                                                     00081900
                                                                        00082000
            PERFORM 2110-PROMOVER-PRIMEIRO                              00082100
                UNTIL WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                 00082200
                      NOT LESS WRK-TBT-CAPACIDADE(WRK-IDX-TUR)          00082300
                   OR WRK-TBT-ESPERA(WRK-IDX-TUR) EQUAL ZEROS.          00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       2100-99-FIM.            EXIT.                                    00082700
      *----------------------------------------------------------------*00082800
      *----------------------------------------------------------------*00082900
       2110-PROMOVER-PRIMEIRO             SECTION.                      00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
            MOVE 1 TO WRK-POSICAO-BUSCA.                                00083300
            PERFORM 2300-PROCURAR-NA-FILA.                              00083400
                                                                        00083500
            IF WRK-ENT-ACHADA EQUAL ZEROS                               00083600
                MOVE ' LISTA DE ESPERA SEM A POSICAO 1 ' TO WRK-MSG     00083700
                PERFORM 9000-TRATAR-ERROS                               00083800
            END-IF.                                                     00083900
                                                                        00084000
            MOVE WRK-ENT-ACHADA TO WRK-IDX-ENT.                         00084100
            MOVE 'M'   TO WRK-TBE-SITUACAO(WRK-IDX-ENT).                00084200
            MOVE ZEROS TO WRK-TBE-POSICAO(WRK-IDX-ENT).                 00084300
            MOVE WRK-DATA-RODADA TO WRK-TBE-DATA-SITUACAO(WRK-IDX-ENT). 00084400
            ADD 1 TO WRK-TBT-MATRICULADOS(WRK-IDX-TUR).                 00084500
            SUBTRACT 1 FROM WRK-TBT-ESPERA(WRK-IDX-TUR).                00084600
            ADD 1 TO WRK-ACU-PROMOVIDOS.                                00084700
                                                                        00084800
            MOVE 1 TO WRK-POSICAO-SAIDA.                                00084900
            PERFORM 2200-AVANCAR-FILA                                   00085000
                VARYING WRK-IDX-FILA FROM 1 BY 1                        00085100
                UNTIL WRK-IDX-FILA GREATER WRK-QT-ENTURMACAO.           00085200
                                                                        00085300
            MOVE 'PROMOVIDO DA ESPERA' TO WRK-EVT-DESCRICAO.            00085400
            MOVE 'MATRICULADO' TO WRK-EVT-COMPLEMENTO.                  00085500
            PERFORM 2800-MONTAR-EVENTO-TABELA.                          00085600
            PERFORM 2900-GRAVAR-EVENTO.                                 00085700
                                                                        00085800
      *----------------------------------------------------------------*00085900
       2110-99-FIM.            EXIT.                                    00086000
      *----------------------------------------------------------------*00086100
      *----------------------------------------------------------------*00086200
       2200-AVANCAR-FILA                  SECTION.                      00086300
      *----------------------------------------------------------------*00086400
      *    QUEM ESTA NA FILA DA TURMA ATRAS DA POSICAO QUE SAIU SOBE 1  00086500
      *----------------------------------------------------------------*00086600
                                                                        00086700
            IF WRK-TBE-ATIVA(WRK-IDX-FILA) EQUAL 'S'                    00086800
               AND WRK-TBE-IDX-TURMA(WRK-IDX-FILA) EQUAL WRK-IDX-TUR    00086900
               AND WRK-TBE-SITUACAO(WRK-IDX-FILA) EQUAL 'E'             00087000
               AND WRK-TBE-POSICAO(WRK-IDX-FILA)                        00087100
                   GREATER WRK-POSICAO-SAIDA                            00087200
                SUBTRACT 1 FROM WRK-TBE-POSICAO(WRK-IDX-FILA)           00087300
            END-IF.                                                     00087400
                                                                        00087500
      *----------------------------------------------------------------*00087600
       2200-99-FIM.            EXIT.                                    00087700
      *----------------------------------------------------------------*00087800
      *----------------------------------------------------------------*00087900
       2300-PROCURAR-NA-FILA              SECTION.                      00088000
      *----------------------------------------------------------------*00088100
                                                                        00088200
            MOVE ZEROS TO WRK-ENT-ACHADA.                               00088300
            PERFORM 2310-COMPARAR-NA-FILA                               00088400
                VARYING WRK-IDX-FILA FROM 1 BY 1                        00088500
                UNTIL WRK-IDX-FILA GREATER WRK-QT-ENTURMACAO            00088600
                   OR WRK-ENT-ACHADA GREATER ZEROS.                     00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       2300-99-FIM.            EXIT.                                    00089000
      *----------------------------------------------------------------*00089100
      *----------------------------------------------------------------*00089200
       2310-COMPARAR-NA-FILA              SECTION.                      00089300
      *----------------------------------------------------------------*00089400
                                                                        00089500
            IF WRK-TBE-ATIVA(WRK-IDX-FILA) EQUAL 'S'                    00089600
               AND WRK-TBE-IDX-TURMA(WRK-IDX-FILA) EQUAL WRK-IDX-TUR    00089700
               AND WRK-TBE-SITUACAO(WRK-IDX-FILA) EQUAL 'E'             00089800
               AND WRK-TBE-POSICAO(WRK-IDX-FILA)                        00089900
                   EQUAL WRK-POSICAO-BUSCA                              00090000
                MOVE WRK-IDX-FILA TO WRK-ENT-ACHADA                     00090100
            END-IF.                                                     00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       2310-99-FIM.            EXIT.                                    00090500
      *----------------------------------------------------------------*00090600
      *----------------------------------------------------------------*00090700
       2500-ATENDER-PEDIDOS               SECTION.                      00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
            PERFORM 2510-RETORNAR-PEDIDO                                00091100
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       2500-99-FIM.            EXIT.                                    00091500
      *----------------------------------------------------------------*00091600
      *----------------------------------------------------------------*00091700
       2510-RETORNAR-PEDIDO               SECTION.                      00091800
      *----------------------------------------------------------------*00091900
                                                                        00092000
            RETURN ORDENA INTO WRK-REG-PEDTU                            00092100
                AT END                                                  00092200
                    MOVE 'S' TO WRK-FIM-SORT                            00092300
                NOT AT END                                              00092400
                    PERFORM 2520-ATENDER-PEDIDO                         00092500
            END-RETURN.                                                 00092600
                                                                        00092700
      *----------------------------------------------------------------*00092800
       2510-99-FIM.            EXIT.                                    00092900
      *----------------------------------------------------------------*00093000
      *----------------------------------------------------------------*00093100
       2520-ATENDER-PEDIDO                SECTION.                      00093200
      *----------------------------------------------------------------*00093300
      *    O ALUNO PODE ESTAR EM UMA SO TURMA POR PERIODO; NA ESPERA    00093400
      *    DE OUTRA TURMA DO MESMO PERIODO ELE PODE FICAR.              00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
            ADD 1 TO WRK-ACU-PEDIDOS.                                   00093800
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00093900
            MOVE WRK-PED-MATRICULA TO WRK-EVT-MATRICULA.                00094000
            MOVE WRK-PED-TURMA     TO WRK-EVT-TURMA.                    00094100
            MOVE SPACES            TO WRK-EVT-NOME.                     00094200
                                                                        00094300
            PERFORM 2600-PROCURAR-ALUNO.                                00094400
            IF WRK-ALU-ACHADO EQUAL ZEROS                               00094500
                MOVE 'ALUNO INEXISTENTE' TO WRK-MOTIVO-RECUSA           00094600
                GO TO 2520-88-RECUSAR                                   00094700
            END-IF.                                                     00094800
            MOVE WRK-TBA-NOME(WRK-ALU-ACHADO) TO WRK-EVT-NOME.          00094900
            IF WRK-TBA-SITUACAO(WRK-ALU-ACHADO) NOT EQUAL 'A'           00095000
                MOVE 'ALUNO INATIVO' TO WRK-MOTIVO-RECUSA               00095100
                GO TO 2520-88-RECUSAR                                   00095200
            END-IF.                                                     00095300
                                                                        00095400
            MOVE WRK-PED-TURMA TO WRK-TUR-CODIGO.                       00095500
            PERFORM 1250-PROCURAR-TURMA-CAD.                            00095600
            IF WRK-TUR-ACHADA EQUAL ZEROS                               00095700
                MOVE 'TURMA INEXISTENTE' TO WRK-MOTIVO-RECUSA           00095800
                GO TO 2520-88-RECUSAR                                   00095900
            END-IF.                                                     00096000
            MOVE WRK-TUR-ACHADA TO WRK-IDX-TUR.                         00096100
            IF WRK-TBT-VALIDA(WRK-IDX-TUR) NOT EQUAL 'S'                00096200
                MOVE 'TURMA INVALIDA' TO WRK-MOTIVO-RECUSA              00096300
                GO TO 2520-88-RECUSAR                                   00096400
            END-IF.                                                     00096500
                                                                        00096600
            IF WRK-PED-PRIORIDADE NOT NUMERIC                           00096700
               OR WRK-PED-DATA NOT NUMERIC                              00096800
                MOVE 'PRIORIDADE/DATA INVALIDA' TO WRK-MOTIVO-RECUSA    00096900
                GO TO 2520-88-RECUSAR                                   00097000
            END-IF.                                                     00097100
                                                                        00097200
            PERFORM 2700-CONFERIR-ALUNO                                 00097300
                VARYING WRK-IDX-FILA FROM 1 BY 1                        00097400
                UNTIL WRK-IDX-FILA GREATER WRK-QT-ENTURMACAO            00097500
                   OR WRK-MOTIVO-RECUSA NOT EQUAL SPACES.               00097600
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00097700
                GO TO 2520-88-RECUSAR                                   00097800
            END-IF.                                                     00097900
                                                                        00098000
            IF WRK-QT-ENTURMACAO NOT LESS 2000                          00098100
                MOVE ' TABELA DE ENTURMACAO CHEIA ' TO WRK-MSG          00098200
                PERFORM 9000-TRATAR-ERROS                               00098300
            END-IF.                                                     00098400
                                                                        00098500
            ADD 1 TO WRK-QT-ENTURMACAO.                                 00098600
            MOVE WRK-QT-ENTURMACAO TO WRK-IDX-ENT.                      00098700
            MOVE WRK-PED-TURMA      TO WRK-TBE-TURMA(WRK-IDX-ENT).      00098800
            MOVE WRK-PED-MATRICULA  TO WRK-TBE-MATRICULA(WRK-IDX-ENT).  00098900
            MOVE WRK-PED-PRIORIDADE TO WRK-TBE-PRIORIDADE(WRK-IDX-ENT). 00099000
            MOVE WRK-PED-DATA       TO WRK-TBE-DATA-PEDIDO(WRK-IDX-ENT).00099100
            MOVE WRK-DATA-RODADA                                        00099200
                 TO WRK-TBE-DATA-SITUACAO(WRK-IDX-ENT).                 00099300
            MOVE WRK-IDX-TUR        TO WRK-TBE-IDX-TURMA(WRK-IDX-ENT).  00099400
            MOVE 'S'                TO WRK-TBE-ATIVA(WRK-IDX-ENT).      00099500
                                                                        00099600
            IF WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                        00099700
               LESS WRK-TBT-CAPACIDADE(WRK-IDX-TUR)                     00099800
                MOVE 'M'   TO WRK-TBE-SITUACAO(WRK-IDX-ENT)             00099900
                MOVE ZEROS TO WRK-TBE-POSICAO(WRK-IDX-ENT)              00100000
                ADD 1 TO WRK-TBT-MATRICULADOS(WRK-IDX-TUR)              00100100
                ADD 1 TO WRK-ACU-MATRICULADOS                           00100200
                MOVE 'MATRICULADO' TO WRK-EVT-DESCRICAO                 00100300
                MOVE SPACES TO WRK-EVT-COMPLEMENTO                      00100400
            ELSE                                                        00100500
                ADD 1 TO WRK-TBT-ESPERA(WRK-IDX-TUR)                    00100600
                MOVE 'E' TO WRK-TBE-SITUACAO(WRK-IDX-ENT)               00100700
                MOVE WRK-TBT-ESPERA(WRK-IDX-TUR)                        00100800
                     TO WRK-TBE-POSICAO(WRK-IDX-ENT)                    00100900
                ADD 1 TO WRK-ACU-ESPERA                                 00101000
                MOVE 'TURMA LOTADA - ESPERA' TO WRK-EVT-DESCRICAO       00101100
                MOVE WRK-TBT-ESPERA(WRK-IDX-TUR) TO WRK-FIL-POSICAO     00101200
                MOVE SPACES TO WRK-EVT-COMPLEMENTO                      00101300
                STRING 'POSICAO ' WRK-FIL-POSICAO                       00101400
                       DELIMITED BY SIZE INTO WRK-EVT-COMPLEMENTO       00101500
            END-IF.                                                     00101600
                                                                        00101700
            PERFORM 2900-GRAVAR-EVENTO.                                 00101800
            GO TO 2520-99-FIM.                                          00101900
                                                                        00102000
       2520-88-RECUSAR.                                                 00102100
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00102200
            MOVE 'PEDIDO RECUSADO' TO WRK-EVT-DESCRICAO.                00102300
            MOVE WRK-MOTIVO-RECUSA TO WRK-EVT-COMPLEMENTO.              00102400
            PERFORM 2900-GRAVAR-EVENTO.                                 00102500
            DISPLAY 'PEDIDO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00102600
                    WRK-REG-PEDTU.                                      00102700
            MOVE 4 TO RETURN-CODE.                                      00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       2520-99-FIM.            EXIT.                                    00103100
      *----------------------------------------------------------------*00103200
      *----------------------------------------------------------------*00103300
       2600-PROCURAR-ALUNO                SECTION.                      00103400
      *----------------------------------------------------------------*00103500
                                                                        00103600
            MOVE ZEROS TO WRK-ALU-ACHADO.                               00103700
            PERFORM 2610-COMPARAR-ALUNO                                 00103800
                VARYING WRK-IDX-ALU FROM 1 BY 1                         00103900
                UNTIL WRK-IDX-ALU GREATER WRK-QT-ALUNOS                 00104000
                   OR WRK-ALU-ACHADO GREATER ZEROS.                     00104100
                                                                        00104200
      *----------------------------------------------------------------*00104300
       2600-99-FIM.            EXIT.                                    00104400
      *----------------------------------------------------------------*00104500
      *----------------------------------------------------------------*00104600
       2610-COMPARAR-ALUNO                SECTION.                      00104700
      *----------------------------------------------------------------*00104800
                                                                        00104900
            IF WRK-TBA-MATRICULA(WRK-IDX-ALU) EQUAL WRK-PED-MATRICULA   00105000
                MOVE WRK-IDX-ALU TO WRK-ALU-ACHADO                      00105100
            END-IF.                                                     00105200
                                                                        00105300
      *----------------------------------------------------------------*00105400
       2610-99-FIM.            EXIT.                                    00105500
      *----------------------------------------------------------------*00105600
      *----------------------------------------------------------------*00105700
       2700-CONFERIR-ALUNO                SECTION.                      00105800
      *----------------------------------------------------------------*00105900
                                                                        00106000
            IF WRK-TBE-ATIVA(WRK-IDX-FILA) NOT EQUAL 'S'                00106100
               OR WRK-TBE-MATRICULA(WRK-IDX-FILA)                       00106200
                  NOT EQUAL WRK-PED-MATRICULA                           00106300
                GO TO 2700-99-FIM                                       00106400
            END-IF.                                                     00106500
                                                                        00106600
            IF WRK-TBE-IDX-TURMA(WRK-IDX-FILA) EQUAL WRK-IDX-TUR        00106700
                IF WRK-TBE-SITUACAO(WRK-IDX-FILA) EQUAL 'M'             00106800
                    MOVE 'JA MATRICULADO NA TURMA'                      00106900
                         TO WRK-MOTIVO-RECUSA                           00107000
                ELSE                                                    00107100
                    MOVE 'JA NA ESPERA DA TURMA' TO WRK-MOTIVO-RECUSA   00107200
                END-IF                                                  00107300
                GO TO 2700-99-FIM                                       00107400
            END-IF.                                                     00107500
                                                                        00107600
            IF WRK-TBE-IDX-TURMA(WRK-IDX-FILA) GREATER ZEROS            00107700
               AND WRK-TBE-SITUACAO(WRK-IDX-FILA) EQUAL 'M'             00107800
                MOVE WRK-TBE-IDX-TURMA(WRK-IDX-FILA) TO WRK-TUR-ACHADA  00107900
                IF WRK-TBT-PERIODO(WRK-TUR-ACHADA)                      00108000
                   EQUAL WRK-TBT-PERIODO(WRK-IDX-TUR)                   00108100
                    MOVE 'JA MATRICULADO NO PERIODO'                    00108200
                         TO WRK-MOTIVO-RECUSA                           00108300
                END-IF                                                  00108400
            END-IF.                                                     00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       2700-99-FIM.            EXIT.                                    00108800
      *----------------------------------------------------------------*00108900
      *----------------------------------------------------------------*00109000
       2800-MONTAR-EVENTO-TABELA          SECTION.                      00109100
      *----------------------------------------------------------------*00109200
                                                                        00109300
            MOVE WRK-TBE-TURMA(WRK-IDX-ENT)     TO WRK-EVT-TURMA.       00109400
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-EVT-MATRICULA.   00109500
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-PED-MATRICULA.   00109600
            MOVE SPACES TO WRK-EVT-NOME.                                00109700
            PERFORM 2600-PROCURAR-ALUNO.                                00109800
            IF WRK-ALU-ACHADO GREATER ZEROS                             00109900
                MOVE WRK-TBA-NOME(WRK-ALU-ACHADO) TO WRK-EVT-NOME       00110000
            END-IF.                                                     00110100
                                                                        00110200
      *----------------------------------------------------------------*00110300
       2800-99-FIM.            EXIT.                                    00110400
      *----------------------------------------------------------------*00110500
      *----------------------------------------------------------------*00110600
       2900-GRAVAR-EVENTO                 SECTION.                      00110700
      *----------------------------------------------------------------*00110800
                                                                        00110900
            WRITE FD-RELTUR FROM WRK-LINHA-EVENTO.                      00111000
                                                                        00111100
      *----------------------------------------------------------------*00111200
       2900-99-FIM.            EXIT.                                    00111300
      *----------------------------------------------------------------*00111400
      *----------------------------------------------------------------*00111500
       3000-FINALIZAR                     SECTION.                      00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
            MOVE SPACES TO WRK-SUBTITULO.                               00111900
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00112000
            MOVE 'OCUPACAO DAS TURMAS E LISTAS DE ESPERA'               00112100
                                       TO WRK-SUBTITULO.                00112200
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00112300
            WRITE FD-RELTUR FROM WRK-CABEC-OCUPACAO.                    00112400
                                                                        00112500
            PERFORM 3100-EMITIR-TURMA                                   00112600
                VARYING WRK-IDX-TUR FROM 1 BY 1                         00112700
                UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS.                00112800
                                                                        00112900
            MOVE ZEROS TO WRK-IDX-TUR.                                  00113000
            PERFORM 3150-GRAVAR-FORA-CADASTRO                           00113100
                VARYING WRK-IDX-ENT FROM 1 BY 1                         00113200
                UNTIL WRK-IDX-ENT GREATER WRK-QT-ENTURMACAO.            00113300
                                                                        00113400
            MOVE SPACES TO WRK-SUBTITULO.                               00113500
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00113600
            MOVE 'TURMAS ABAIXO DO MINIMO DE MATRICULADOS'              00113700
                                       TO WRK-SUBTITULO.                00113800
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00113900
                                                                        00114000
            PERFORM 3300-AVALIAR-MINIMO                                 00114100
                VARYING WRK-IDX-TUR FROM 1 BY 1                         00114200
                UNTIL WRK-IDX-TUR GREATER WRK-QT-TURMAS.                00114300
                                                                        00114400
            MOVE WRK-ACU-PEDIDOS      TO WRK-ROD-PEDIDOS.               00114500
            MOVE WRK-ACU-MATRICULADOS TO WRK-ROD-MATRICULADOS.          00114600
            MOVE WRK-ACU-ESPERA       TO WRK-ROD-ESPERA.                00114700
            MOVE WRK-ACU-RECUSADOS    TO WRK-ROD-RECUSADOS.             00114800
            MOVE SPACES TO WRK-SUBTITULO.                               00114900
            WRITE FD-RELTUR FROM WRK-SUBTITULO.                         00115000
            WRITE FD-RELTUR FROM WRK-RODAPE.                            00115100
                                                                        00115200
            CLOSE ENTSAI                                                00115300
                  RELTUR.                                               00115400
                                                                        00115500
            DISPLAY '------------------------------------------------'. 00115600
            DISPLAY '  TURMAS NO CADASTRO..: ' WRK-QT-TURMAS.           00115700
            DISPLAY '  TURMAS INVALIDAS....: ' WRK-ACU-TURMAS-INVALIDAS.00115800
            DISPLAY '  DESISTENCIAS........: ' WRK-ACU-DESISTENCIAS.    00115900
            DISPLAY '  PROMOVIDOS DA ESPERA: ' WRK-ACU-PROMOVIDOS.      00116000
            DISPLAY '  PEDIDOS LIDOS.......: ' WRK-ACU-PEDIDOS.         00116100
            DISPLAY '  MATRICULADOS........: ' WRK-ACU-MATRICULADOS.    00116200
            DISPLAY '  PARA A ESPERA.......: ' WRK-ACU-ESPERA.          00116300
            DISPLAY '  PEDIDOS RECUSADOS...: ' WRK-ACU-RECUSADOS.       00116400
            DISPLAY '  FORA DO CADASTRO....: ' WRK-ACU-FORA-CADASTRO.   00116500
            DISPLAY '  ABAIXO DO MINIMO....: ' WRK-ACU-ABAIXO-MINIMO.   00116600
            DISPLAY '  ENTURMACAO GRAVADA..: ' WRK-ACU-GRAVADOS.        00116700
            DISPLAY '------------------------------------------------'. 00116800
                                                                        00116900
            STOP RUN.                                                   00117000
      *----------------------------------------------------------------*00117100
       3000-99-FIM.            EXIT.                                    00117200
      *----------------------------------------------------------------*00117300
      *----------------------------------------------------------------*00117400
       3100-EMITIR-TURMA                  SECTION.                      00117500
      *----------------------------------------------------------------*00117600
      *    LINHA DE OCUPACAO, MATRICULADOS NO ENTSAI E A FILA EM ORDEM  00117700
      *    DE POSICAO (NO ENTSAI E NO RELATORIO).                       00117800
      *----------------------------------------------------------------*00117900
                                                                        00118000
            MOVE WRK-TBT-CODIGO(WRK-IDX-TUR)     TO WRK-OCP-TURMA.      00118100
            MOVE WRK-TBT-PERIODO(WRK-IDX-TUR)    TO WRK-OCP-PERIODO.    00118200
            MOVE WRK-TBT-SALA(WRK-IDX-TUR)       TO WRK-OCP-SALA.       00118300
            MOVE WRK-TBT-CAPACIDADE(WRK-IDX-TUR) TO WRK-OCP-CAPACIDADE. 00118400
            MOVE WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                      00118500
                 TO WRK-OCP-MATRICULADOS.                               00118600
            MOVE WRK-TBT-ESPERA(WRK-IDX-TUR)     TO WRK-OCP-ESPERA.     00118700
            MOVE WRK-TBT-MOTIVO(WRK-IDX-TUR)     TO WRK-OCP-OBSERVACAO. 00118800
                                                                        00118900
            MOVE ZEROS TO WRK-VAGAS.                                    00119000
            IF WRK-TBT-CAPACIDADE(WRK-IDX-TUR)                          00119100
               GREATER WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                00119200
                COMPUTE WRK-VAGAS = WRK-TBT-CAPACIDADE(WRK-IDX-TUR)     00119300
                                  - WRK-TBT-MATRICULADOS(WRK-IDX-TUR)   00119400
            END-IF.                                                     00119500
            MOVE WRK-VAGAS TO WRK-OCP-VAGAS.                            00119600
                                                                        00119700
            MOVE ZEROS TO WRK-OCP-PERCENTUAL.                           00119800
            IF WRK-TBT-CAPACIDADE(WRK-IDX-TUR) GREATER ZEROS            00119900
                COMPUTE WRK-OCP-PERCENTUAL ROUNDED =                    00120000
                        WRK-TBT-MATRICULADOS(WRK-IDX-TUR) * 100         00120100
                      / WRK-TBT-CAPACIDADE(WRK-IDX-TUR)                 00120200
            END-IF.                                                     00120300
                                                                        00120400
            IF WRK-TBT-VALIDA(WRK-IDX-TUR) EQUAL 'S'                    00120500
               AND WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                    00120600
                   LESS WRK-MIN-ALUNOS                                  00120700
                MOVE 'ABAIXO DO MINIMO' TO WRK-OCP-OBSERVACAO           00120800
            END-IF.                                                     00120900
                                                                        00121000
            WRITE FD-RELTUR FROM WRK-LINHA-OCUPACAO.                    00121100
                                                                        00121200
            PERFORM 3110-GRAVAR-MATRICULADO                             00121300
                VARYING WRK-IDX-ENT FROM 1 BY 1                         00121400
                UNTIL WRK-IDX-ENT GREATER WRK-QT-ENTURMACAO.            00121500
                                                                        00121600
            PERFORM 3120-GRAVAR-POSICAO                                 00121700
                VARYING WRK-POSICAO-BUSCA FROM 1 BY 1                   00121800
                UNTIL WRK-POSICAO-BUSCA                                 00121900
                      GREATER WRK-TBT-ESPERA(WRK-IDX-TUR).              00122000
                                                                        00122100
      *----------------------------------------------------------------*00122200
       3100-99-FIM.            EXIT.                                    00122300
      *----------------------------------------------------------------*00122400
      *----------------------------------------------------------------*00122500
       3110-GRAVAR-MATRICULADO            SECTION.                      00122600
      *----------------------------------------------------------------*00122700
                                                                        00122800
            IF WRK-TBE-ATIVA(WRK-IDX-ENT) EQUAL 'S'                     00122900
               AND WRK-TBE-IDX-TURMA(WRK-IDX-ENT) EQUAL WRK-IDX-TUR     00123000
               AND WRK-TBE-SITUACAO(WRK-IDX-ENT) EQUAL 'M'              00123100
                PERFORM 3200-GRAVAR-ENTURMACAO                          00123200
            END-IF.                                                     00123300
                                                                        00123400
      *----------------------------------------------------------------*00123500
       3110-99-FIM.            EXIT.                                    00123600
      *----------------------------------------------------------------*00123700
      *----------------------------------------------------------------*00123800
       3120-GRAVAR-POSICAO                SECTION.                      00123900
      *----------------------------------------------------------------*00124000
                                                                        00124100
            PERFORM 2300-PROCURAR-NA-FILA.                              00124200
            IF WRK-ENT-ACHADA EQUAL ZEROS                               00124300
                MOVE ' LISTA DE ESPERA COM POSICAO FALTANDO ' TO WRK-MSG00124400
                PERFORM 9000-TRATAR-ERROS                               00124500
            END-IF.                                                     00124600
                                                                        00124700
            MOVE WRK-ENT-ACHADA TO WRK-IDX-ENT.                         00124800
            PERFORM 3200-GRAVAR-ENTURMACAO.                             00124900
                                                                        00125000
            MOVE WRK-TBE-POSICAO(WRK-IDX-ENT)   TO WRK-FIL-POSICAO.     00125100
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-FIL-MATRICULA.   00125200
            MOVE WRK-TBE-PRIORIDADE(WRK-IDX-ENT) TO WRK-FIL-PRIORIDADE. 00125300
            MOVE WRK-TBE-DATA-PEDIDO(WRK-IDX-ENT)                       00125400
                 TO WRK-FIL-DATA-PEDIDO.                                00125500
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-PED-MATRICULA.   00125600
            MOVE SPACES TO WRK-FIL-NOME.                                00125700
            PERFORM 2600-PROCURAR-ALUNO.                                00125800
            IF WRK-ALU-ACHADO GREATER ZEROS                             00125900
                MOVE WRK-TBA-NOME(WRK-ALU-ACHADO) TO WRK-FIL-NOME       00126000
            END-IF.                                                     00126100
            WRITE FD-RELTUR FROM WRK-LINHA-FILA.                        00126200
                                                                        00126300
      *----------------------------------------------------------------*00126400
       3120-99-FIM.            EXIT.                                    00126500
      *----------------------------------------------------------------*00126600
      *----------------------------------------------------------------*00126700
       3150-GRAVAR-FORA-CADASTRO          SECTION.                      00126800
      *----------------------------------------------------------------*00126900
                                                                        00127000
            IF WRK-TBE-IDX-TURMA(WRK-IDX-ENT) EQUAL ZEROS               00127100
                PERFORM 3200-GRAVAR-ENTURMACAO                          00127200
            END-IF.                                                     00127300
                                                                        00127400
      *----------------------------------------------------------------*00127500
       3150-99-FIM.            EXIT.                                    00127600
      *----------------------------------------------------------------*00127700
      *----------------------------------------------------------------*00127800
       3200-GRAVAR-ENTURMACAO             SECTION.                      00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
            MOVE SPACES TO WRK-REG-ENTUR.                               00128200
            MOVE WRK-TBE-TURMA(WRK-IDX-ENT)     TO WRK-ENT-TURMA.       00128300
            MOVE WRK-TBE-MATRICULA(WRK-IDX-ENT) TO WRK-ENT-MATRICULA.   00128400
            MOVE WRK-TBE-SITUACAO(WRK-IDX-ENT)  TO WRK-ENT-SITUACAO.    00128500
            MOVE WRK-TBE-POSICAO(WRK-IDX-ENT)   TO WRK-ENT-POSICAO.     00128600
            MOVE WRK-TBE-PRIORIDADE(WRK-IDX-ENT) TO WRK-ENT-PRIORIDADE. 00128700
            MOVE WRK-TBE-DATA-PEDIDO(WRK-IDX-ENT)                       00128800
                 TO WRK-ENT-DATA-PEDIDO.                                00128900
            MOVE WRK-TBE-DATA-SITUACAO(WRK-IDX-ENT)                     00129000
                 TO WRK-ENT-DATA-SITUACAO.                              00129100
                                                                        00129200
            WRITE FD-ENTSAI FROM WRK-REG-ENTUR.                         00129300
            IF WRK-FS-ENTSAI NOT EQUAL ZEROS                            00129400
                MOVE ' ERRO GRAVACAO ENTSAI ' TO WRK-MSG                00129500
                PERFORM 9000-TRATAR-ERROS                               00129600
            END-IF.                                                     00129700
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00129800
                                                                        00129900
      *----------------------------------------------------------------*00130000
       3200-99-FIM.            EXIT.                                    00130100
      *----------------------------------------------------------------*00130200
      *----------------------------------------------------------------*00130300
       3300-AVALIAR-MINIMO                SECTION.                      00130400
      *----------------------------------------------------------------*00130500
                                                                        00130600
            IF WRK-TBT-VALIDA(WRK-IDX-TUR) NOT EQUAL 'S'                00130700
               OR WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                     00130800
                  NOT LESS WRK-MIN-ALUNOS                               00130900
                GO TO 3300-99-FIM                                       00131000
            END-IF.                                                     00131100
                                                                        00131200
            ADD 1 TO WRK-ACU-ABAIXO-MINIMO.                             00131300
            MOVE WRK-TBT-CODIGO(WRK-IDX-TUR)  TO WRK-CAN-TURMA.         00131400
            MOVE WRK-TBT-PERIODO(WRK-IDX-TUR) TO WRK-CAN-PERIODO.       00131500
            MOVE WRK-TBT-MATRICULADOS(WRK-IDX-TUR)                      00131600
                 TO WRK-CAN-MATRICULADOS.                               00131700
            MOVE WRK-MIN-ALUNOS TO WRK-CAN-MINIMO.                      00131800
            WRITE FD-RELTUR FROM WRK-LINHA-CANCELAMENTO.                00131900
            DISPLAY 'TURMA ABAIXO DO MINIMO: ' WRK-LINHA-CANCELAMENTO.  00132000
            MOVE 4 TO RETURN-CODE.                                      00132100
                                                                        00132200
      *----------------------------------------------------------------*00132300
       3300-99-FIM.            EXIT.                                    00132400
      *----------------------------------------------------------------*00132500
                                                                        00132600
      *----------------------------------------------------------------*00132700
       9000-TRATAR-ERROS                  SECTION.                      00132800
      *----------------------------------------------------------------*00132900
                                                                        00133000
             MOVE 'FR06C149'       TO WRK-ERR-PROGRAMA.                 00133100
             MOVE '9000'           TO WRK-ERR-SECTION.                  00133200
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00133300
             MOVE SPACES           TO WRK-ERR-STATUS.                   00133400
             MOVE WRK-FS-TURMAS    TO WRK-ERR-STATUS(1:2).              00133500
             MOVE WRK-FS-PEDTUR    TO WRK-ERR-STATUS(3:2).              00133600
             MOVE WRK-FS-CADALU    TO WRK-ERR-STATUS(5:2).              00133700
             MOVE WRK-FS-ENTENT    TO WRK-ERR-STATUS(7:2).              00133800
             MOVE WRK-FS-ENTSAI    TO WRK-ERR-STATUS(9:2).              00133900
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00134100
                                                                        00134200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00134300
                                                                        00134400
      *----------------------------------------------------------------*00134500
       9000-99-FIM.            EXIT.                                    00134600
      *----------------------------------------------------------------*00134700
