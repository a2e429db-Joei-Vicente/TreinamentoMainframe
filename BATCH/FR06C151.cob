      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C151.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: AGENDA POR PESSOA E CONFLITOS ENTRE PESSOAS. LE   00001400
      *               OS EVENTOS DA ROTINA (LAYOUT B#ROT, DATADA PELO   00001500
      *               FR06CB50 COM WRK-DIA = DD/MM/AAAA) E OS           00001600
      *               PARTICIPANTES DE CADA EVENTO (PARTEV, LAYOUT      00001700
      *               B#PARTEV, COM FUNCIONARIOS DO FUNC) E EMITE:      00001800
      *               - RELAGPES: A AGENDA DA SEMANA DE CADA            00001900
      *                 FUNCIONARIO, EM ORDEM DE DATA E HORARIO, COM    00002000
      *                 OS CONFLITOS MARCADOS NA MARGEM, E AS           00002100
      *                 PARTICIPACOES RECUSADAS (EVENTO FORA DA         00002200
      *                 ROTINA, FUNCIONARIO FORA DO FUNC, PAPEL         00002300
      *                 INVALIDO, DUPLICIDADE);                         00002400
      *               - RELORGZ: PARA O ORGANIZADOR DE CADA EVENTO, A   00002500
      *                 LISTA DOS PARTICIPANTES EM CONFLITO.            00002600
      *               CONFLITO = A MESMA PESSOA EM DOIS EVENTOS DO      00002700
      *               MESMO DIA QUE SE SOBREPOEM (CADA EVENTO OCUPA O   00002800
      *               PARAMETRO DURACAO-EVENTO DO PARAMS, EM MINUTOS A  00002900
      *               PARTIR DO WRK-HORARIO - PADRAO 060), OU O         00003000
      *               PARTICIPANTE EM FERIAS OU LICENCA NO AFASTA       00003100
      *               (FR06CB81) NA DATA DO EVENTO. O FIM DO            00003200
      *               AFASTAMENTO E CONTADO EM DIAS UTEIS PELO          00003300
      *               CALNDIA, COMO NA MARCACAO.                        00003400
      *               CONFLITO OU RECUSA = RETURN-CODE 4.               00003500
      *                                                                 00003600
      *----------------------------------------------------------------*00003700
      *     INPUT:                                                      00003800
      *     DDNAME           I/O                                        00003900
      *     JCLROT            I   (ROTINA - LRECL 44)                   00004000
      *     PARTEV            I   (PARTICIPANTES - LRECL 60)            00004100
      *     JCLFUNC           I   (FUNC - LRECL 99)                     00004200
      *     AFASTA            I   (AFASTAMENTOS - LRECL 80, OPCIONAL)   00004300
      *     PARAMS            I   (LRECL 50 - OPCIONAL)                 00004400
      *     RELAGPES          O   (AGENDA POR PESSOA - LRECL 80)        00004500
      *     RELORGZ           O   (CONFLITOS POR ORGANIZADOR -          00004600
      *                            LRECL 80)                            00004700
      *                                                                 00004800
      *----------------------------------------------------------------*00004900
      *     MANUTENCAO:                                                 00005000
      *                                                                 00005100
      *================================================================*00005200
                                                                        00005300
      *================================================================*00005400
       ENVIRONMENT                               DIVISION.              00005500
      *================================================================*00005600
                                                                        00005700
      *----------------------------------------------------------------*00005800
       CONFIGURATION                             SECTION.               00005900
      *----------------------------------------------------------------*00006000
                                                                        00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
      *----------------------------------------------------------------*00006500
       INPUT-OUTPUT                              SECTION.               00006600
      *----------------------------------------------------------------*00006700
                                                                        00006800
       FILE-CONTROL.                                                    00006900
             SELECT ROTINA             ASSIGN TO JCLROT                 00007000
                FILE STATUS            IS WRK-FS-ROTINA.                00007100
             SELECT PARTEV             ASSIGN TO PARTEV                 00007200
                FILE STATUS            IS WRK-FS-PARTEV.                00007300
             SELECT FUNC               ASSIGN TO JCLFUNC                00007400
                FILE STATUS            IS WRK-FS-FUNC.                  00007500
             SELECT AFASTA             ASSIGN TO AFASTA                 00007600
                FILE STATUS            IS WRK-FS-AFASTA.                00007700
             SELECT PARAMS             ASSIGN TO PARAMS                 00007800
                FILE STATUS            IS WRK-FS-PARAMS.                00007900
             SELECT RELAGPES           ASSIGN TO RELAGPES               00008000
                FILE STATUS            IS WRK-FS-RELAGPES.              00008100
             SELECT RELORGZ            ASSIGN TO RELORGZ                00008200
                FILE STATUS            IS WRK-FS-RELORGZ.               00008300
             SELECT ORDENA             ASSIGN TO ORDENA.                00008400
                                                                        00008500
      *================================================================*00008600
       DATA                                      DIVISION.              00008700
      *================================================================*00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       FILE                                      SECTION.               00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
       FD ROTINA                                                        00009400
           RECORDING MODE IS F                                          00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
       01 FD-ROTINA                    PIC X(44).                       00009700
                                                                        00009800
       FD PARTEV                                                        00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
       01 FD-PARTEV                    PIC X(60).                       00010200
                                                                        00010300
       FD FUNC                                                          00010400
           RECORDING MODE IS F                                          00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       COPY 'B#FUNC'.                                                   00010700
                                                                        00010800
       FD AFASTA                                                        00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-AFASTA                    PIC X(80).                       00011200
                                                                        00011300
       FD PARAMS                                                        00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-PARAMS                    PIC X(50).                       00011700
                                                                        00011800
       FD RELAGPES                                                      00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-RELAGPES                  PIC X(80).                       00012200
                                                                        00012300
       FD RELORGZ                                                       00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-RELORGZ                   PIC X(80).                       00012700
                                                                        00012800
       SD ORDENA.                                                       00012900
       01 SD-ORDENA.                                                    00013000
          05 SD-FUNC-ID                PIC X(05).                       00013100
          05 SD-DATA                   PIC 9(08).                       00013200
          05 SD-DIA                    PIC X(15).                       00013300
          05 SD-HORARIO                PIC 9(04).                       00013400
          05 SD-IDX-PART               PIC 9(04).                       00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
       WORKING-STORAGE                           SECTION.               00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01 FILLER                       PIC X(50)               VALUE    00014200
            '**** AREA DOS LAYOUTS ****'.                               00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
        COPY 'B#ROT'.                                                   00014600
                                                                        00014700
        COPY 'B#PARTEV'.                                                00014800
                                                                        00014900
        COPY 'B#PARAM'.                                                 00015000
                                                                        00015100
      *    AFASTAMENTO GRAVADO PELO FR06CB81 (DATA-INI EM DDMMAAAA,     00015200
      *    DIAS UTEIS, TIPO 'F'/BRANCO = FERIAS, 'L' = LICENCA)         00015300
       01 WRK-REG-AFASTA.                                               00015400
          05 WRK-AFA-ID                PIC 9(05).                       00015500
          05 WRK-AFA-DIAS              PIC 9(03).                       00015600
          05 WRK-AFA-DATA-INI.                                          00015700
             10 WRK-AFA-DIA            PIC X(02).                       00015800
             10 WRK-AFA-MES            PIC X(02).                       00015900
             10 WRK-AFA-ANO            PIC X(04).                       00016000
          05 WRK-AFA-TIPO              PIC X(01).                       00016100
          05 FILLER                    PIC X(63).                       00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       01 FILLER                       PIC X(50)               VALUE    00016600
            '**** EVENTOS DA ROTINA ****'.                              00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
      *    DATA = AAAAMMDD QUANDO O DIA E UMA DATA DD/MM/AAAA VALIDA;   00017000
      *    ZEROS NA ROTINA SEMANAL (DIA POR NOME), QUE SO TEM O TESTE   00017100
      *    DE SOBREPOSICAO. ORGANIZADOR = INDICE DA PARTICIPACAO.       00017200
       01 WRK-TAB-EVENTOS.                                              00017300
          05 WRK-TAB-EVT-ITEM          OCCURS 500 TIMES.                00017400
             10 WRK-TBE-DIA            PIC X(15).                       00017500
             10 WRK-TBE-HORARIO        PIC 9(04).                       00017600
             10 WRK-TBE-EVENTO         PIC X(25).                       00017700
             10 WRK-TBE-DATA           PIC 9(08).                       00017800
             10 WRK-TBE-MINUTO-INI     PIC 9(04).                       00017900
             10 WRK-TBE-ORGANIZADOR    PIC 9(04).                       00018000
             10 WRK-TBE-QT-CONFLITOS   PIC 9(03).                       00018100
                                                                        00018200
       77 WRK-QT-EVENTOS               PIC 9(03) VALUE ZEROS.           00018300
       77 WRK-IDX-EVT                  PIC 9(03) VALUE ZEROS.           00018400
       77 WRK-EVT-ACHADO               PIC 9(03) VALUE ZEROS.           00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01 FILLER                       PIC X(50)               VALUE    00018800
            '**** FUNCIONARIOS E AFASTAMENTOS ****'.                    00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
       01 WRK-TAB-FUNCIONARIOS.                                         00019200
          05 WRK-TAB-FUN-ITEM          OCCURS 500 TIMES.                00019300
             10 WRK-TBF-ID             PIC X(05).                       00019400
             10 WRK-TBF-NOME           PIC X(30).                       00019500
             10 WRK-TBF-EMAIL          PIC X(40).                       00019600
                                                                        00019700
       77 WRK-QT-FUNCIONARIOS          PIC 9(03) VALUE ZEROS.           00019800
       77 WRK-IDX-FUN                  PIC 9(03) VALUE ZEROS.           00019900
       77 WRK-FUN-ACHADO               PIC 9(03) VALUE ZEROS.           00020000
       77 WRK-FUNC-BUSCA               PIC X(05) VALUE SPACES.          00020100
                                                                        00020200
       01 WRK-TAB-AFASTAMENTOS.                                         00020300
          05 WRK-TAB-AFA-ITEM          OCCURS 500 TIMES.                00020400
             10 WRK-TAF-ID             PIC X(05).                       00020500
             10 WRK-TAF-DATA-INI       PIC 9(08).                       00020600
             10 WRK-TAF-DATA-FIM       PIC 9(08).                       00020700
             10 WRK-TAF-TIPO           PIC X(01).                       00020800
                                                                        00020900
       77 WRK-QT-AFASTAMENTOS          PIC 9(03) VALUE ZEROS.           00021000
       77 WRK-IDX-AFA                  PIC 9(03) VALUE ZEROS.           00021100
       77 WRK-IDX-DIA                  PIC 9(03) VALUE ZEROS.           00021200
       77 WRK-DATA-INVALIDA            PIC X(01) VALUE 'N'.             00021300
       77 WRK-AFA-ID-X                 PIC X(05) VALUE SPACES.          00021400
                                                                        00021500
       01 WRK-DATA-AAAAMMDD.                                            00021600
          05 WRK-DAT-ANO               PIC 9(04).                       00021700
          05 WRK-DAT-MES               PIC 9(02).                       00021800
          05 WRK-DAT-DIA               PIC 9(02).                       00021900
       01 WRK-DATA-AAAAMMDD-N REDEFINES WRK-DATA-AAAAMMDD               00022000
                                       PIC 9(08).                       00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
       01 FILLER                       PIC X(50)               VALUE    00022400
            '**** PARTICIPACOES ****'.                                  00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
      *    SOBREPOSTO = INDICE DA PRIMEIRA PARTICIPACAO DA MESMA        00022800
      *    PESSOA EM EVENTO SOBREPOSTO; AFASTADO = TIPO DO              00022900
      *    AFASTAMENTO QUE COBRE A DATA ('F' FERIAS / 'L' LICENCA)      00023000
       01 WRK-TAB-PARTICIPACOES.                                        00023100
          05 WRK-TAB-PAR-ITEM          OCCURS 2000 TIMES.               00023200
             10 WRK-TBP-IDX-EVENTO     PIC 9(03).                       00023300
             10 WRK-TBP-IDX-FUNC       PIC 9(03).                       00023400
             10 WRK-TBP-FUNC-ID        PIC X(05).                       00023500
             10 WRK-TBP-PAPEL          PIC X(01).                       00023600
             10 WRK-TBP-SOBREPOSTO     PIC 9(04).                       00023700
             10 WRK-TBP-AFASTADO       PIC X(01).                       00023800
                                                                        00023900
       77 WRK-QT-PARTICIPACOES         PIC 9(04) VALUE ZEROS.           00024000
       77 WRK-IDX-PAR                  PIC 9(04) VALUE ZEROS.           00024100
       77 WRK-IDX-OUTRA                PIC 9(04) VALUE ZEROS.           00024200
       77 WRK-PAR-ACHADA               PIC 9(04) VALUE ZEROS.           00024300
       77 WRK-EVT-OUTRO                PIC 9(03) VALUE ZEROS.           00024400
       77 WRK-DIFERENCA-MIN            PIC S9(05) VALUE ZEROS.          00024500
                                                                        00024600
       01 WRK-TAB-RECUSAS.                                              00024700
          05 WRK-TBR-LINHA             PIC X(80) OCCURS 200 TIMES.      00024800
                                                                        00024900
       77 WRK-QT-RECUSAS               PIC 9(03) VALUE ZEROS.           00025000
       77 WRK-IDX-REC                  PIC 9(03) VALUE ZEROS.           00025100
       77 WRK-MOTIVO-RECUSA            PIC X(25) VALUE SPACES.          00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       01 FILLER                       PIC X(50)               VALUE    00025500
            '**** LINHAS DOS RELATORIOS ****'.                          00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
       01 WRK-CABEC-AGENDA.                                             00025900
          05 FILLER                    PIC X(39) VALUE                  00026000
             '------- AGENDA POR PESSOA - PERIODO DE '.                 00026100
          05 WRK-CAG-DIA-INI           PIC X(10).                       00026200
          05 FILLER                    PIC X(03) VALUE ' A '.           00026300
          05 WRK-CAG-DIA-FIM           PIC X(10).                       00026400
          05 FILLER                    PIC X(18) VALUE ' -------'.      00026500
                                                                        00026600
       01 WRK-CABEC-ORGANIZ.                                            00026700
          05 FILLER                    PIC X(50) VALUE                  00026800
             '------- PARTICIPANTES EM CONFLITO POR ORGANIZADOR'.       00026900
          05 FILLER                    PIC X(30) VALUE ' -------'.      00027000
                                                                        00027100
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00027200
                                                                        00027300
       01 WRK-SUBTITULO                PIC X(80) VALUE SPACES.          00027400
                                                                        00027500
       01 WRK-LINHA-PESSOA.                                             00027600
          05 FILLER                    PIC X(13) VALUE 'FUNCIONARIO: '. 00027700
          05 WRK-LPE-ID                PIC X(05).                       00027800
          05 FILLER                    PIC X(03) VALUE ' - '.           00027900
          05 WRK-LPE-NOME              PIC X(30).                       00028000
          05 FILLER                    PIC X(29) VALUE SPACES.          00028100
                                                                        00028200
       01 WRK-CABEC-EVENTOS.                                            00028300
          05 FILLER                    PIC X(40) VALUE                  00028400
             '  DATA/DIA    HORA   EVENTO            '.                 00028500
          05 FILLER                    PIC X(40) VALUE                  00028600
             '         PAPEL         OBSERVACAO'.                       00028700
                                                                        00028800
       01 WRK-LINHA-AGENDA.                                             00028900
          05 FILLER                    PIC X(02) VALUE SPACES.          00029000
          05 WRK-LAG-DIA               PIC X(10).                       00029100
          05 FILLER                    PIC X(02) VALUE SPACES.          00029200
          05 WRK-LAG-HORA              PIC X(05).                       00029300
          05 FILLER                    PIC X(02) VALUE SPACES.          00029400
          05 WRK-LAG-EVENTO            PIC X(25).                       00029500
          05 FILLER                    PIC X(02) VALUE SPACES.          00029600
          05 WRK-LAG-PAPEL             PIC X(12).                       00029700
          05 FILLER                    PIC X(02) VALUE SPACES.          00029800
          05 WRK-LAG-OBS               PIC X(18).                       00029900
                                                                        00030000
       01 WRK-LINHA-ORGANIZADOR.                                        00030100
          05 FILLER                    PIC X(13) VALUE 'ORGANIZADOR: '. 00030200
          05 WRK-LOR-ID                PIC X(05).                       00030300
          05 FILLER                    PIC X(01) VALUE SPACES.          00030400
          05 WRK-LOR-NOME              PIC X(30).                       00030500
          05 FILLER                    PIC X(01) VALUE SPACES.          00030600
          05 WRK-LOR-EMAIL             PIC X(30).                       00030700
                                                                        00030800
       01 WRK-LINHA-EVENTO-ORG.                                         00030900
          05 FILLER                    PIC X(10) VALUE '  EVENTO: '.    00031000
          05 WRK-LEO-DIA               PIC X(15).                       00031100
          05 FILLER                    PIC X(01) VALUE SPACES.          00031200
          05 WRK-LEO-HORA              PIC X(05).                       00031300
          05 FILLER                    PIC X(02) VALUE SPACES.          00031400
          05 WRK-LEO-EVENTO            PIC X(25).                       00031500
          05 FILLER                    PIC X(22) VALUE SPACES.          00031600
                                                                        00031700
       01 WRK-LINHA-CONFLITO.                                           00031800
          05 FILLER                    PIC X(04) VALUE SPACES.          00031900
          05 WRK-LCF-ID                PIC X(05).                       00032000
          05 FILLER                    PIC X(01) VALUE SPACES.          00032100
          05 WRK-LCF-NOME              PIC X(25).                       00032200
          05 FILLER                    PIC X(01) VALUE SPACES.          00032300
          05 WRK-LCF-MOTIVO            PIC X(44).                       00032400
                                                                        00032500
       01 WRK-LINHA-RECUSA.                                             00032600
          05 WRK-LRC-DIA               PIC X(15).                       00032700
          05 FILLER                    PIC X(01) VALUE SPACES.          00032800
          05 WRK-LRC-HORARIO           PIC 9(04).                       00032900
          05 FILLER                    PIC X(01) VALUE SPACES.          00033000
          05 WRK-LRC-EVENTO            PIC X(25).                       00033100
          05 FILLER                    PIC X(01) VALUE SPACES.          00033200
          05 WRK-LRC-FUNC-ID           PIC X(05).                       00033300
          05 FILLER                    PIC X(03) VALUE SPACES.          00033400
          05 WRK-LRC-MOTIVO            PIC X(25).                       00033500
                                                                        00033600
       01 WRK-RODAPE.                                                   00033700
          05 FILLER                    PIC X(20) VALUE                  00033800
             'TOTAIS - EVENTOS: '.                                      00033900
          05 WRK-ROD-EVENTOS           PIC ZZZZ9.                       00034000
          05 FILLER                    PIC X(17) VALUE                  00034100
             '  PARTICIPACOES: '.                                       00034200
          05 WRK-ROD-PARTICIPACOES     PIC ZZZZ9.                       00034300
          05 FILLER                    PIC X(13) VALUE                  00034400
             '  CONFLITOS: '.                                           00034500
          05 WRK-ROD-CONFLITOS         PIC ZZZZ9.                       00034600
          05 FILLER                    PIC X(15) VALUE SPACES.          00034700
                                                                        00034800
       01 WRK-HORA-EDITADA.                                             00034900
          05 WRK-HED-HH                PIC 9(02).                       00035000
          05 FILLER                    PIC X(01) VALUE ':'.             00035100
          05 WRK-HED-MM                PIC 9(02).                       00035200
                                                                        00035300
       01 WRK-HORARIO-HHMM.                                             00035400
          05 WRK-HHMM-HH               PIC 9(02).                       00035500
          05 WRK-HHMM-MM               PIC 9(02).                       00035600
       01 WRK-HORARIO-HHMM-N REDEFINES WRK-HORARIO-HHMM                 00035700
                                       PIC 9(04).                       00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       01 FILLER                       PIC X(50)               VALUE    00036100
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
       77 WRK-FS-ROTINA                PIC X(02) VALUE SPACES.          00036500
       77 WRK-FS-PARTEV                PIC X(02) VALUE SPACES.          00036600
       77 WRK-FS-FUNC                  PIC X(02) VALUE SPACES.          00036700
       77 WRK-FS-AFASTA                PIC X(02) VALUE SPACES.          00036800
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00036900
       77 WRK-FS-RELAGPES              PIC X(02) VALUE SPACES.          00037000
       77 WRK-FS-RELORGZ               PIC X(02) VALUE SPACES.          00037100
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00037200
       77 WRK-FUNC-ANTERIOR            PIC X(05) VALUE HIGH-VALUES.     00037300
       77 WRK-DATA-HOJE                PIC 9(08) VALUE ZEROS.           00037400
       77 WRK-DURACAO                  PIC 9(03) VALUE 60.              00037500
       77 WRK-VIG-DURACAO              PIC 9(08) VALUE ZEROS.           00037600
       77 WRK-DATA-MENOR               PIC 9(08) VALUE ZEROS.           00037700
       77 WRK-DATA-MAIOR               PIC 9(08) VALUE ZEROS.           00037800
       77 WRK-DIA-MENOR                PIC X(15) VALUE SPACES.          00037900
       77 WRK-DIA-MAIOR                PIC X(15) VALUE SPACES.          00038000
       77 WRK-ORG-IMPRESSO             PIC X(01) VALUE 'N'.             00038100
       77 WRK-ACU-CONFLITOS            PIC 9(05) VALUE ZEROS.           00038200
       77 WRK-ACU-SOBREPOSICOES        PIC 9(05) VALUE ZEROS.           00038300
       77 WRK-ACU-AFASTADOS            PIC 9(05) VALUE ZEROS.           00038400
       77 WRK-ACU-PESSOAS              PIC 9(05) VALUE ZEROS.           00038500
       77 WRK-ACU-EVT-CONFLITO         PIC 9(05) VALUE ZEROS.           00038600
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00038700
                                                                        00038800
      *----------------------------------------------------------------*00038900
       01 FILLER                       PIC X(50)               VALUE    00039000
            '**** AREA DOS MODULOS CALNDIA E TRTERRO ****'.             00039100
      *----------------------------------------------------------------*00039200
                                                                        00039300
        COPY '#CALNDIA'.                                                00039400
                                                                        00039500
        COPY '#TRTERRO'.                                                00039600
                                                                        00039700
      *================================================================*00039800
       PROCEDURE DIVISION.                                              00039900
      *================================================================*00040000
      *----------------------------------------------------------------*00040100
       0000-PRINCIPAL                     SECTION.                      00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
           PERFORM 1000-INICIAR.                                        00040500
                                                                        00040600
           PERFORM 2000-CONFERIR-PARTICIPACAO                           00040700
               VARYING WRK-IDX-PAR FROM 1 BY 1                          00040800
               UNTIL WRK-IDX-PAR GREATER WRK-QT-PARTICIPACOES.          00040900
                                                                        00041000
           SORT ORDENA                                                  00041100
               ON ASCENDING KEY SD-FUNC-ID                              00041200
                                SD-DATA                                 00041300
                                SD-DIA                                  00041400
                                SD-HORARIO                              00041500
               INPUT  PROCEDURE IS 2400-LIBERAR-PARTICIPACOES           00041600
               OUTPUT PROCEDURE IS 2500-EMITIR-AGENDA.                  00041700
                                                                        00041800
           PERFORM 2800-EMITIR-ORGANIZADORES.                           00041900
                                                                        00042000
           PERFORM 3000-FINALIZAR.                                      00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       0000-99-FIM.            EXIT.                                    00042400
      *----------------------------------------------------------------*00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       1000-INICIAR                       SECTION.                      00042800
      *----------------------------------------------------------------*00042900
                                                                        00043000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00043100
                                                                        00043200
            OPEN OUTPUT RELAGPES                                        00043300
                        RELORGZ.                                        00043400
            IF WRK-FS-RELAGPES NOT EQUAL ZEROS                          00043500
               OR WRK-FS-RELORGZ NOT EQUAL ZEROS                        00043600
                MOVE ' ERRO ABERTURA RELAGPES/RELORGZ ' TO WRK-MSG      00043700
                PERFORM 9000-TRATAR-ERROS                               00043800
            END-IF.                                                     00043900
                                                                        00044000
            PERFORM 1100-CARREGAR-PARAMETROS.                           00044100
            PERFORM 1200-CARREGAR-EVENTOS.                              00044200
            PERFORM 1300-CARREGAR-FUNCIONARIOS.                         00044300
            PERFORM 1400-CARREGAR-AFASTAMENTOS.                         00044400
            PERFORM 1500-CARREGAR-PARTICIPANTES.                        00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       1000-99-FIM.            EXIT.                                    00044800
      *----------------------------------------------------------------*00044900
      *----------------------------------------------------------------*00045000
       1100-CARREGAR-PARAMETROS           SECTION.                      00045100
      *----------------------------------------------------------------*00045200
                                                                        00045300
            OPEN INPUT PARAMS.                                          00045400
            IF WRK-FS-PARAMS EQUAL '35'                                 00045500
                DISPLAY 'PARAMS AUSENTE - USANDO VALORES PADRAO'        00045600
            ELSE                                                        00045700
                IF WRK-FS-PARAMS NOT EQUAL ZEROS                        00045800
                    MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG            00045900
                    PERFORM 9000-TRATAR-ERROS                           00046000
                ELSE                                                    00046100
                    PERFORM 1110-LER-PARAMETRO                          00046200
                        UNTIL WRK-FS-PARAMS EQUAL '10'                  00046300
                    CLOSE PARAMS                                        00046400
                END-IF                                                  00046500
            END-IF.                                                     00046600
                                                                        00046700
            DISPLAY 'PARAMETRO DURACAO-EVENTO: ' WRK-DURACAO.           00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1100-99-FIM.            EXIT.                                    00047100
      *----------------------------------------------------------------*00047200
      *----------------------------------------------------------------*00047300
       1110-LER-PARAMETRO                 SECTION.                      00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
            READ PARAMS INTO WRK-REG-PARAM.                             00047700
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00047800
                MOVE '10' TO WRK-FS-PARAMS                              00047900
                GO TO 1110-99-FIM                                       00048000
            END-IF.                                                     00048100
                                                                        00048200
            IF WRK-PARAM-NOME EQUAL 'DURACAO-EVENTO'                    00048300
               AND WRK-PARAM-DATA-EFET NOT GREATER WRK-DATA-HOJE        00048400
               AND WRK-PARAM-DATA-EFET NOT LESS WRK-VIG-DURACAO         00048500
                IF WRK-PARAM-VALOR(1:3) NUMERIC                         00048600
                   AND WRK-PARAM-VALOR(1:3) GREATER ZEROS               00048700
                    MOVE WRK-PARAM-VALOR(1:3) TO WRK-DURACAO            00048800
                    MOVE WRK-PARAM-DATA-EFET  TO WRK-VIG-DURACAO        00048900
                END-IF                                                  00049000
            END-IF.                                                     00049100
                                                                        00049200
      *----------------------------------------------------------------*00049300
       1110-99-FIM.            EXIT.                                    00049400
      *----------------------------------------------------------------*00049500
      *----------------------------------------------------------------*00049600
       1200-CARREGAR-EVENTOS              SECTION.                      00049700
      *----------------------------------------------------------------*00049800
                                                                        00049900
            OPEN INPUT ROTINA.                                          00050000
            IF WRK-FS-ROTINA NOT EQUAL ZEROS                            00050100
                MOVE ' ERRO ABERTURA ROTINA ' TO WRK-MSG                00050200
                PERFORM 9000-TRATAR-ERROS                               00050300
            END-IF.                                                     00050400
                                                                        00050500
            PERFORM 1210-LER-EVENTO                                     00050600
                UNTIL WRK-FS-ROTINA EQUAL '10'.                         00050700
            CLOSE ROTINA.                                               00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1200-99-FIM.            EXIT.                                    00051100
      *----------------------------------------------------------------*00051200
      *----------------------------------------------------------------*00051300
       1210-LER-EVENTO                    SECTION.                      00051400
      *----------------------------------------------------------------*00051500
                                                                        00051600
            READ ROTINA INTO WRK-ROTINA.                                00051700
            IF WRK-FS-ROTINA NOT EQUAL ZEROS                            00051800
                MOVE '10' TO WRK-FS-ROTINA                              00051900
                GO TO 1210-99-FIM                                       00052000
            END-IF.                                                     00052100
                                                                        00052200
            MOVE WRK-DIA     TO WRK-PAR-DIA.                            00052300
            MOVE WRK-HORARIO TO WRK-PAR-HORARIO.                        00052400
            MOVE WRK-EVENTO  TO WRK-PAR-EVENTO.                         00052500
            PERFORM 1290-PROCURAR-EVENTO.                               00052600
            IF WRK-EVT-ACHADO GREATER ZEROS                             00052700
                DISPLAY 'EVENTO REPETIDO NA ROTINA - IGNORADO: '        00052800
                        WRK-ROTINA                                      00052900
                GO TO 1210-99-FIM                                       00053000
            END-IF.                                                     00053100
                                                                        00053200
            IF WRK-QT-EVENTOS NOT LESS 500                              00053300
                MOVE ' TABELA DE EVENTOS CHEIA ' TO WRK-MSG             00053400
                PERFORM 9000-TRATAR-ERROS                               00053500
            END-IF.                                                     00053600
                                                                        00053700
            ADD 1 TO WRK-QT-EVENTOS.                                    00053800
            MOVE WRK-QT-EVENTOS TO WRK-IDX-EVT.                         00053900
            MOVE WRK-DIA     TO WRK-TBE-DIA(WRK-IDX-EVT).               00054000
            MOVE WRK-HORARIO TO WRK-TBE-HORARIO(WRK-IDX-EVT).           00054100
            MOVE WRK-EVENTO  TO WRK-TBE-EVENTO(WRK-IDX-EVT).            00054200
            MOVE ZEROS       TO WRK-TBE-ORGANIZADOR(WRK-IDX-EVT)        00054300
                                WRK-TBE-QT-CONFLITOS(WRK-IDX-EVT).      00054400
            MOVE WRK-HORARIO TO WRK-HORARIO-HHMM-N.                     00054500
            COMPUTE WRK-TBE-MINUTO-INI(WRK-IDX-EVT) =                   00054600
                    WRK-HHMM-HH * 60 + WRK-HHMM-MM.                     00054700
                                                                        00054800
            PERFORM 1220-CONVERTER-DATA.                                00054900
            MOVE WRK-DATA-AAAAMMDD-N TO WRK-TBE-DATA(WRK-IDX-EVT).      00055000
                                                                        00055100
            IF WRK-QT-EVENTOS EQUAL 1                                   00055200
               OR WRK-DATA-AAAAMMDD-N LESS WRK-DATA-MENOR               00055300
                MOVE WRK-DATA-AAAAMMDD-N TO WRK-DATA-MENOR              00055400
                MOVE WRK-DIA             TO WRK-DIA-MENOR               00055500
            END-IF.                                                     00055600
            IF WRK-QT-EVENTOS EQUAL 1                                   00055700
               OR WRK-DATA-AAAAMMDD-N GREATER WRK-DATA-MAIOR            00055800
                MOVE WRK-DATA-AAAAMMDD-N TO WRK-DATA-MAIOR              00055900
                MOVE WRK-DIA             TO WRK-DIA-MAIOR               00056000
            END-IF.                                                     00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1210-99-FIM.            EXIT.                                    00056400
      *----------------------------------------------------------------*00056500
      *----------------------------------------------------------------*00056600
       1220-CONVERTER-DATA                SECTION.                      00056700
      *----------------------------------------------------------------*00056800
      *    WRK-DIA DD/MM/AAAA (ROTINA DATADA) -> AAAAMMDD, VALIDADA     00056900
      *    PELO CALNDIA. DIA POR NOME OU DATA INVALIDA = ZEROS.         00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
            MOVE ZEROS TO WRK-DATA-AAAAMMDD-N.                          00057300
                                                                        00057400
            IF WRK-DIA(3:1) NOT EQUAL '/'                               00057500
               OR WRK-DIA(6:1) NOT EQUAL '/'                            00057600
               OR WRK-DIA(1:2) NOT NUMERIC                              00057700
               OR WRK-DIA(4:2) NOT NUMERIC                              00057800
               OR WRK-DIA(7:4) NOT NUMERIC                              00057900
                GO TO 1220-99-FIM                                       00058000
            END-IF.                                                     00058100
                                                                        00058200
            MOVE 'V'         TO WRK-CAL-FUNCAO.                         00058300
            MOVE WRK-DIA(1:2) TO WRK-CAL-DIA.                           00058400
            MOVE WRK-DIA(4:2) TO WRK-CAL-MES.                           00058500
            MOVE WRK-DIA(7:4) TO WRK-CAL-ANO.                           00058600
            CALL 'CALNDIA' USING WRK-CALNDIA.                           00058700
            IF WRK-CAL-RETORNO EQUAL '1'                                00058800
                DISPLAY 'EVENTO COM DATA INVALIDA: ' WRK-ROTINA         00058900
                GO TO 1220-99-FIM                                       00059000
            END-IF.                                                     00059100
                                                                        00059200
            MOVE WRK-CAL-ANO TO WRK-DAT-ANO.                            00059300
            MOVE WRK-CAL-MES TO WRK-DAT-MES.                            00059400
            MOVE WRK-CAL-DIA TO WRK-DAT-DIA.                            00059500
                                                                        00059600
      *----------------------------------------------------------------*00059700
       1220-99-FIM.            EXIT.                                    00059800
      *----------------------------------------------------------------*00059900
      *----------------------------------------------------------------*00060000
       1290-PROCURAR-EVENTO               SECTION.                      00060100
      *----------------------------------------------------------------*00060200
      *    CHAVE DO EVENTO = DIA + HORARIO + EVENTO DO WRK-REG-PARTEV   00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
            MOVE ZEROS TO WRK-EVT-ACHADO.                               00060600
            PERFORM 1295-COMPARAR-EVENTO                                00060700
                VARYING WRK-IDX-EVT FROM 1 BY 1                         00060800
                UNTIL WRK-IDX-EVT GREATER WRK-QT-EVENTOS                00060900
                   OR WRK-EVT-ACHADO GREATER ZEROS.                     00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       1290-99-FIM.            EXIT.                                    00061300
      *----------------------------------------------------------------*00061400
      *----------------------------------------------------------------*00061500
       1295-COMPARAR-EVENTO               SECTION.                      00061600
      *----------------------------------------------------------------*00061700
                                                                        00061800
            IF WRK-TBE-DIA(WRK-IDX-EVT)     EQUAL WRK-PAR-DIA           00061900
               AND WRK-TBE-HORARIO(WRK-IDX-EVT) EQUAL WRK-PAR-HORARIO   00062000
               AND WRK-TBE-EVENTO(WRK-IDX-EVT)  EQUAL WRK-PAR-EVENTO    00062100
                MOVE WRK-IDX-EVT TO WRK-EVT-ACHADO                      00062200
            END-IF.                                                     00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       1295-99-FIM.            EXIT.                                    00062600
      *----------------------------------------------------------------*00062700
      *----------------------------------------------------------------*00062800
       1300-CARREGAR-FUNCIONARIOS         SECTION.                      00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
            OPEN INPUT FUNC.                                            00063200
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00063300
                MOVE ' ERRO ABERTURA FUNC ' TO WRK-MSG                  00063400
                PERFORM 9000-TRATAR-ERROS                               00063500
            END-IF.                                                     00063600
                                                                        00063700
            PERFORM 1310-LER-FUNCIONARIO                                00063800
                UNTIL WRK-FS-FUNC EQUAL '10'.                           00063900
            CLOSE FUNC.                                                 00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       1300-99-FIM.            EXIT.                                    00064300
      *----------------------------------------------------------------*00064400
      *----------------------------------------------------------------*00064500
       1310-LER-FUNCIONARIO               SECTION.                      00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
            READ FUNC.                                                  00064900
            IF WRK-FS-FUNC NOT EQUAL ZEROS                              00065000
                MOVE '10' TO WRK-FS-FUNC                                00065100
                GO TO 1310-99-FIM                                       00065200
            END-IF.                                                     00065300
                                                                        00065400
            IF WRK-QT-FUNCIONARIOS NOT LESS 500                         00065500
                MOVE ' TABELA DE FUNCIONARIOS CHEIA ' TO WRK-MSG        00065600
                PERFORM 9000-TRATAR-ERROS                               00065700
            END-IF.                                                     00065800
                                                                        00065900
            ADD 1 TO WRK-QT-FUNCIONARIOS.                               00066000
            MOVE FD-FUNC-ID    TO WRK-TBF-ID(WRK-QT-FUNCIONARIOS).      00066100
            MOVE FD-FUNC-NOME  TO WRK-TBF-NOME(WRK-QT-FUNCIONARIOS).    00066200
            MOVE FD-FUNC-EMAIL TO WRK-TBF-EMAIL(WRK-QT-FUNCIONARIOS).   00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       1310-99-FIM.            EXIT.                                    00066600
      *----------------------------------------------------------------*00066700
      *----------------------------------------------------------------*00066800
       1390-PROCURAR-FUNCIONARIO          SECTION.                      00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
            MOVE ZEROS TO WRK-FUN-ACHADO.                               00067200
            PERFORM 1395-COMPARAR-FUNCIONARIO                           00067300
                VARYING WRK-IDX-FUN FROM 1 BY 1                         00067400
                UNTIL WRK-IDX-FUN GREATER WRK-QT-FUNCIONARIOS           00067500
                   OR WRK-FUN-ACHADO GREATER ZEROS.                     00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       1390-99-FIM.            EXIT.                                    00067900
      *----------------------------------------------------------------*00068000
      *----------------------------------------------------------------*00068100
       1395-COMPARAR-FUNCIONARIO          SECTION.                      00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
            IF WRK-TBF-ID(WRK-IDX-FUN) EQUAL WRK-FUNC-BUSCA             00068500
                MOVE WRK-IDX-FUN TO WRK-FUN-ACHADO                      00068600
            END-IF.                                                     00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1395-99-FIM.            EXIT.                                    00069000
      *----------------------------------------------------------------*00069100
      *----------------------------------------------------------------*00069200
       1400-CARREGAR-AFASTAMENTOS         SECTION.                      00069300
      *----------------------------------------------------------------*00069400
                                                                        00069500
            OPEN INPUT AFASTA.                                          00069600
            IF WRK-FS-AFASTA EQUAL '35'                                 00069700
                DISPLAY 'AFASTA AUSENTE - SEM AFASTAMENTOS'             00069800
                GO TO 1400-99-FIM                                       00069900
            END-IF.                                                     00070000
            IF WRK-FS-AFASTA NOT EQUAL ZEROS                            00070100
                MOVE ' ERRO ABERTURA AFASTA ' TO WRK-MSG                00070200
                PERFORM 9000-TRATAR-ERROS                               00070300
            END-IF.                                                     00070400
                                                                        00070500
            PERFORM 1410-LER-AFASTAMENTO                                00070600
                UNTIL WRK-FS-AFASTA EQUAL '10'.                         00070700
            CLOSE AFASTA.                                               00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1400-99-FIM.            EXIT.                                    00071100
      *----------------------------------------------------------------*00071200
      *----------------------------------------------------------------*00071300
       1410-LER-AFASTAMENTO               SECTION.                      00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
            READ AFASTA INTO WRK-REG-AFASTA.                            00071700
            IF WRK-FS-AFASTA NOT EQUAL ZEROS                            00071800
                MOVE '10' TO WRK-FS-AFASTA                              00071900
                GO TO 1410-99-FIM                                       00072000
            END-IF.                                                     00072100
                                                                        00072200
            IF WRK-AFA-ID NOT NUMERIC                                   00072300
               OR WRK-AFA-DIAS NOT NUMERIC                              00072400
               OR WRK-AFA-DIAS EQUAL ZEROS                              00072500
                DISPLAY 'AFASTAMENTO INVALIDO - IGNORADO: '             00072600
                        WRK-REG-AFASTA(1:17)                            00072700
                GO TO 1410-99-FIM                                       00072800
            END-IF.                                                     00072900
                                                                        00073000
            PERFORM 1420-CALCULAR-FIM-AFASTAMENTO.                      00073100
            IF WRK-DATA-INVALIDA EQUAL 'S'                              00073200
                DISPLAY 'AFASTAMENTO COM DATA INVALIDA - IGNORADO: '    00073300
                        WRK-REG-AFASTA(1:17)                            00073400
                GO TO 1410-99-FIM                                       00073500
            END-IF.                                                     00073600
                                                                        00073700
            IF WRK-QT-AFASTAMENTOS NOT LESS 500                         00073800
                MOVE ' TABELA DE AFASTAMENTOS CHEIA ' TO WRK-MSG        00073900
                PERFORM 9000-TRATAR-ERROS                               00074000
            END-IF.                                                     00074100
                                                                        00074200
            ADD 1 TO WRK-QT-AFASTAMENTOS.                               00074300
            MOVE WRK-QT-AFASTAMENTOS TO WRK-IDX-AFA.                    00074400
            MOVE WRK-AFA-ID   TO WRK-AFA-ID-X.                          00074500
            MOVE WRK-AFA-ID-X TO WRK-TAF-ID(WRK-IDX-AFA).               00074600
            MOVE WRK-AFA-ANO  TO WRK-DAT-ANO.                           00074700
            MOVE WRK-AFA-MES  TO WRK-DAT-MES.                           00074800
            MOVE WRK-AFA-DIA  TO WRK-DAT-DIA.                           00074900
            MOVE WRK-DATA-AAAAMMDD-N TO WRK-TAF-DATA-INI(WRK-IDX-AFA).  00075000
            MOVE WRK-CAL-ANO  TO WRK-DAT-ANO.                           00075100
            MOVE WRK-CAL-MES  TO WRK-DAT-MES.                           00075200
            MOVE WRK-CAL-DIA  TO WRK-DAT-DIA.                           00075300
            MOVE WRK-DATA-AAAAMMDD-N TO WRK-TAF-DATA-FIM(WRK-IDX-AFA).  00075400
            IF WRK-AFA-TIPO EQUAL 'L'                                   00075500
                MOVE 'L' TO WRK-TAF-TIPO(WRK-IDX-AFA)                   00075600
            ELSE                                                        00075700
                MOVE 'F' TO WRK-TAF-TIPO(WRK-IDX-AFA)                   00075800
            END-IF.                                                     00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
       1410-99-FIM.            EXIT.                                    00076200
      *----------------------------------------------------------------*00076300
      *----------------------------------------------------------------*00076400
       1420-CALCULAR-FIM-AFASTAMENTO      SECTION.                      00076500
      *----------------------------------------------------------------*00076600
      *    ULTIMO DIA UTIL DO AFASTAMENTO, CONTADO COMO NO FR06CB81:    00076700
      *    'U' POSICIONA NO PRIMEIRO DIA UTIL E 'P' AVANCA UM DIA UTIL  00076800
      *    POR VEZ. RETORNO '1' EM QUALQUER PASSO = DATA INVALIDA.      00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
            MOVE 'N'              TO WRK-DATA-INVALIDA.                 00077200
            MOVE 'U'              TO WRK-CAL-FUNCAO.                    00077300
            MOVE WRK-AFA-DATA-INI TO WRK-CAL-DATA.                      00077400
            CALL 'CALNDIA'        USING WRK-CALNDIA.                    00077500
            IF WRK-CAL-RETORNO EQUAL '1'                                00077600
                MOVE 'S' TO WRK-DATA-INVALIDA                           00077700
                GO TO 1420-99-FIM                                       00077800
            END-IF.                                                     00077900
                                                                        00078000
            MOVE 'P' TO WRK-CAL-FUNCAO.                                 00078100
            PERFORM 1430-AVANCAR-DIA-UTIL                               00078200
                VARYING WRK-IDX-DIA FROM 2 BY 1                         00078300
                UNTIL WRK-IDX-DIA GREATER WRK-AFA-DIAS                  00078400
                   OR WRK-DATA-INVALIDA EQUAL 'S'.                      00078500
                                                                        00078600
      *----------------------------------------------------------------*00078700
       1420-99-FIM.            EXIT.                                    00078800
      *----------------------------------------------------------------*00078900
      *----------------------------------------------------------------*00079000
       1430-AVANCAR-DIA-UTIL              SECTION.                      00079100
      *----------------------------------------------------------------*00079200
                                                                        00079300
            CALL 'CALNDIA' USING WRK-CALNDIA.                           00079400
            IF WRK-CAL-RETORNO EQUAL '1'                                00079500
                MOVE 'S' TO WRK-DATA-INVALIDA                           00079600
            END-IF.                                                     00079700
                                                                        00079800
      *----------------------------------------------------------------*00079900
       1430-99-FIM.            EXIT.                                    00080000
      *----------------------------------------------------------------*00080100
      *----------------------------------------------------------------*00080200
       1500-CARREGAR-PARTICIPANTES        SECTION.                      00080300
      *----------------------------------------------------------------*00080400
                                                                        00080500
            OPEN INPUT PARTEV.                                          00080600
            IF WRK-FS-PARTEV NOT EQUAL ZEROS                            00080700
                MOVE ' ERRO ABERTURA PARTEV ' TO WRK-MSG                00080800
                PERFORM 9000-TRATAR-ERROS                               00080900
            END-IF.                                                     00081000
                                                                        00081100
            PERFORM 1510-LER-PARTICIPANTE                               00081200
                UNTIL WRK-FS-PARTEV EQUAL '10'.                         00081300
            CLOSE PARTEV.                                               00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       1500-99-FIM.            EXIT.                                    00081700
      *----------------------------------------------------------------*00081800
      *----------------------------------------------------------------*00081900
       1510-LER-PARTICIPANTE              SECTION.                      00082000
      *----------------------------------------------------------------*00082100
                                                                        00082200
            READ PARTEV INTO WRK-REG-PARTEV.                            00082300
            IF WRK-FS-PARTEV NOT EQUAL ZEROS                            00082400
                MOVE '10' TO WRK-FS-PARTEV                              00082500
                GO TO 1510-99-FIM                                       00082600
            END-IF.                                                     00082700
                                                                        00082800
            PERFORM 1290-PROCURAR-EVENTO.                               00082900
            IF WRK-EVT-ACHADO EQUAL ZEROS                               00083000
                MOVE 'EVENTO FORA DA ROTINA' TO WRK-MOTIVO-RECUSA       00083100
                PERFORM 1590-RECUSAR-PARTICIPANTE                       00083200
                GO TO 1510-99-FIM                                       00083300
            END-IF.                                                     00083400
                                                                        00083500
            MOVE WRK-PAR-FUNC-ID TO WRK-FUNC-BUSCA.                     00083600
            PERFORM 1390-PROCURAR-FUNCIONARIO.                          00083700
            IF WRK-FUN-ACHADO EQUAL ZEROS                               00083800
                MOVE 'FUNCIONARIO INEXISTENTE' TO WRK-MOTIVO-RECUSA     00083900
                PERFORM 1590-RECUSAR-PARTICIPANTE                       00084000
                GO TO 1510-99-FIM                                       00084100
            END-IF.                                                     00084200
                                                                        00084300
            IF WRK-PAR-PAPEL NOT EQUAL 'O'                              00084400
               AND WRK-PAR-PAPEL NOT EQUAL 'P'                          00084450
                MOVE 'PAPEL INVALIDO' TO WRK-MOTIVO-RECUSA              00084500
                PERFORM 1590-RECUSAR-PARTICIPANTE                       00084600
                GO TO 1510-99-FIM                                       00084700
            END-IF.                                                     00084800
                                                                        00084900
            MOVE ZEROS TO WRK-PAR-ACHADA.                               00085000
            PERFORM 1520-COMPARAR-DUPLICIDADE                           00085100
                VARYING WRK-IDX-PAR FROM 1 BY 1                         00085200
                UNTIL WRK-IDX-PAR GREATER WRK-QT-PARTICIPACOES          00085300
                   OR WRK-PAR-ACHADA GREATER ZEROS.                     00085400
            IF WRK-PAR-ACHADA GREATER ZEROS                             00085500
                MOVE 'PARTICIPANTE DUPLICADO' TO WRK-MOTIVO-RECUSA      00085600
                PERFORM 1590-RECUSAR-PARTICIPANTE                       00085700
                GO TO 1510-99-FIM                                       00085800
            END-IF.                                                     00085900
                                                                        00086000
            IF WRK-PAR-PAPEL EQUAL 'O'                                  00086100
               AND WRK-TBE-ORGANIZADOR(WRK-EVT-ACHADO) GREATER ZEROS    00086200
                MOVE 'ORGANIZADOR JA INFORMADO' TO WRK-MOTIVO-RECUSA    00086300
                PERFORM 1590-RECUSAR-PARTICIPANTE                       00086400
                GO TO 1510-99-FIM                                       00086500
            END-IF.                                                     00086600
                                                                        00086700
            IF WRK-QT-PARTICIPACOES NOT LESS 2000                       00086800
                MOVE ' TABELA DE PARTICIPACOES CHEIA ' TO WRK-MSG       00086900
                PERFORM 9000-TRATAR-ERROS                               00087000
            END-IF.                                                     00087100
                                                                        00087200
            ADD 1 TO WRK-QT-PARTICIPACOES.                              00087300
            MOVE WRK-QT-PARTICIPACOES TO WRK-IDX-PAR.                   00087400
            MOVE WRK-EVT-ACHADO  TO WRK-TBP-IDX-EVENTO(WRK-IDX-PAR).    00087500
            MOVE WRK-FUN-ACHADO  TO WRK-TBP-IDX-FUNC(WRK-IDX-PAR).      00087600
            MOVE WRK-PAR-FUNC-ID TO WRK-TBP-FUNC-ID(WRK-IDX-PAR).       00087700
            MOVE WRK-PAR-PAPEL   TO WRK-TBP-PAPEL(WRK-IDX-PAR).         00087800
            MOVE ZEROS           TO WRK-TBP-SOBREPOSTO(WRK-IDX-PAR).    00087900
            MOVE SPACES          TO WRK-TBP-AFASTADO(WRK-IDX-PAR).      00088000
            IF WRK-PAR-PAPEL EQUAL 'O'                                  00088100
                MOVE WRK-IDX-PAR TO WRK-TBE-ORGANIZADOR(WRK-EVT-ACHADO) 00088200
            END-IF.                                                     00088300
                                                                        00088400
      *----------------------------------------------------------------*00088500
       1510-99-FIM.            EXIT.                                    00088600
      *----------------------------------------------------------------*00088700
      *----------------------------------------------------------------*00088800
       1520-COMPARAR-DUPLICIDADE          SECTION.                      00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
            IF WRK-TBP-IDX-EVENTO(WRK-IDX-PAR) EQUAL WRK-EVT-ACHADO     00089200
               AND WRK-TBP-FUNC-ID(WRK-IDX-PAR) EQUAL WRK-PAR-FUNC-ID   00089300
                MOVE WRK-IDX-PAR TO WRK-PAR-ACHADA                      00089400
            END-IF.                                                     00089500
                                                                        00089600
      *----------------------------------------------------------------*00089700
       1520-99-FIM.            EXIT.                                    00089800
      *----------------------------------------------------------------*00089900
      *----------------------------------------------------------------*00090000
       1590-RECUSAR-PARTICIPANTE          SECTION.                      00090100
      *----------------------------------------------------------------*00090200
                                                                        00090300
            MOVE 4 TO RETURN-CODE.                                      00090400
            MOVE WRK-PAR-DIA       TO WRK-LRC-DIA.                      00090500
            MOVE WRK-PAR-HORARIO   TO WRK-LRC-HORARIO.                  00090600
            MOVE WRK-PAR-EVENTO    TO WRK-LRC-EVENTO.                   00090700
            MOVE WRK-PAR-FUNC-ID   TO WRK-LRC-FUNC-ID.                  00090800
            MOVE WRK-MOTIVO-RECUSA TO WRK-LRC-MOTIVO.                   00090900
            DISPLAY 'PARTICIPACAO RECUSADA: ' WRK-LINHA-RECUSA.         00091000
                                                                        00091100
            IF WRK-QT-RECUSAS NOT LESS 200                              00091200
                MOVE ' TABELA DE RECUSAS CHEIA ' TO WRK-MSG             00091300
                PERFORM 9000-TRATAR-ERROS                               00091400
            END-IF.                                                     00091500
                                                                        00091600
            ADD 1 TO WRK-QT-RECUSAS.                                    00091700
            MOVE WRK-LINHA-RECUSA TO WRK-TBR-LINHA(WRK-QT-RECUSAS).     00091800
                                                                        00091900
      *----------------------------------------------------------------*00092000
       1590-99-FIM.            EXIT.                                    00092100
      *----------------------------------------------------------------*00092200
      *----------------------------------------------------------------*00092300
       2000-CONFERIR-PARTICIPACAO         SECTION.                      00092400
      *----------------------------------------------------------------*00092500
      *    PARA CADA PARTICIPACAO: AFASTAMENTO QUE COBRE A DATA DO      00092600
      *    EVENTO E OUTRA PARTICIPACAO DA MESMA PESSOA NO MESMO DIA     00092700
      *    COM INTERVALO SOBREPOSTO (|INICIO1 - INICIO2| < DURACAO).    00092800
      *----------------------------------------------------------------*00092900
                                                                        00093000
            MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-PAR) TO WRK-IDX-EVT.        00093100
                                                                        00093200
            IF WRK-TBE-DATA(WRK-IDX-EVT) GREATER ZEROS                  00093300
                PERFORM 2010-COMPARAR-AFASTAMENTO                       00093400
                    VARYING WRK-IDX-AFA FROM 1 BY 1                     00093500
                    UNTIL WRK-IDX-AFA GREATER WRK-QT-AFASTAMENTOS       00093600
                       OR WRK-TBP-AFASTADO(WRK-IDX-PAR) NOT EQUAL SPACES00093700
            END-IF.                                                     00093800
                                                                        00093900
            PERFORM 2020-COMPARAR-SOBREPOSICAO                          00094000
                VARYING WRK-IDX-OUTRA FROM 1 BY 1                       00094100
                UNTIL WRK-IDX-OUTRA GREATER WRK-QT-PARTICIPACOES        00094200
                   OR WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS.    00094300
                                                                        00094400
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) NOT EQUAL SPACES           00094500
                ADD 1 TO WRK-ACU-AFASTADOS                              00094600
            END-IF.                                                     00094700
            IF WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS            00094800
                ADD 1 TO WRK-ACU-SOBREPOSICOES                          00094900
            END-IF.                                                     00095000
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) NOT EQUAL SPACES           00095100
               OR WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS         00095200
                ADD 1 TO WRK-ACU-CONFLITOS                              00095300
                          WRK-TBE-QT-CONFLITOS(WRK-IDX-EVT)             00095400
                MOVE 4 TO RETURN-CODE                                   00095500
            END-IF.                                                     00095600
                                                                        00095700
      *----------------------------------------------------------------*00095800
       2000-99-FIM.            EXIT.                                    00095900
      *----------------------------------------------------------------*00096000
      *----------------------------------------------------------------*00096100
       2010-COMPARAR-AFASTAMENTO          SECTION.                      00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
            IF WRK-TAF-ID(WRK-IDX-AFA)                                  00096500
               EQUAL WRK-TBP-FUNC-ID(WRK-IDX-PAR)                       00096600
               AND WRK-TAF-DATA-INI(WRK-IDX-AFA)                        00096700
                   NOT GREATER WRK-TBE-DATA(WRK-IDX-EVT)                00096800
               AND WRK-TAF-DATA-FIM(WRK-IDX-AFA)                        00096900
                   NOT LESS WRK-TBE-DATA(WRK-IDX-EVT)                   00097000
                MOVE WRK-TAF-TIPO(WRK-IDX-AFA)                          00097100
                     TO WRK-TBP-AFASTADO(WRK-IDX-PAR)                   00097200
            END-IF.                                                     00097300
                                                                        00097400
      *----------------------------------------------------------------*00097500
       2010-99-FIM.            EXIT.                                    00097600
      *----------------------------------------------------------------*00097700
      *----------------------------------------------------------------*00097800
       2020-COMPARAR-SOBREPOSICAO         SECTION.                      00097900
      *----------------------------------------------------------------*00098000
                                                                        00098100
            IF WRK-IDX-OUTRA EQUAL WRK-IDX-PAR                          00098200
               OR WRK-TBP-FUNC-ID(WRK-IDX-OUTRA)                        00098300
                  NOT EQUAL WRK-TBP-FUNC-ID(WRK-IDX-PAR)                00098400
                GO TO 2020-99-FIM                                       00098500
            END-IF.                                                     00098600
                                                                        00098700
            MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-OUTRA) TO WRK-EVT-OUTRO.    00098800
            IF WRK-TBE-DIA(WRK-EVT-OUTRO) NOT EQUAL                     00098900
               WRK-TBE-DIA(WRK-IDX-EVT)                                 00099000
                GO TO 2020-99-FIM                                       00099100
            END-IF.                                                     00099200
                                                                        00099300
            COMPUTE WRK-DIFERENCA-MIN =                                 00099400
                    WRK-TBE-MINUTO-INI(WRK-EVT-OUTRO)                   00099500
                  - WRK-TBE-MINUTO-INI(WRK-IDX-EVT).                    00099600
            IF WRK-DIFERENCA-MIN LESS ZEROS                             00099700
                COMPUTE WRK-DIFERENCA-MIN = WRK-DIFERENCA-MIN * -1      00099800
            END-IF.                                                     00099900
                                                                        00100000
            IF WRK-DIFERENCA-MIN LESS WRK-DURACAO                       00100100
                MOVE WRK-IDX-OUTRA TO WRK-TBP-SOBREPOSTO(WRK-IDX-PAR)   00100200
            END-IF.                                                     00100300
                                                                        00100400
      *----------------------------------------------------------------*00100500
       2020-99-FIM.            EXIT.                                    00100600
      *----------------------------------------------------------------*00100700
      *----------------------------------------------------------------*00100800
       2400-LIBERAR-PARTICIPACOES         SECTION.                      00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
            PERFORM 2410-LIBERAR-PARTICIPACAO                           00101200
                VARYING WRK-IDX-PAR FROM 1 BY 1                         00101300
                UNTIL WRK-IDX-PAR GREATER WRK-QT-PARTICIPACOES.         00101400
                                                                        00101500
      *----------------------------------------------------------------*00101600
       2400-99-FIM.            EXIT.                                    00101700
      *----------------------------------------------------------------*00101800
      *----------------------------------------------------------------*00101900
       2410-LIBERAR-PARTICIPACAO          SECTION.                      00102000
      *----------------------------------------------------------------*00102100
                                                                        00102200
            MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-PAR) TO WRK-IDX-EVT.        00102300
            MOVE WRK-TBP-FUNC-ID(WRK-IDX-PAR)    TO SD-FUNC-ID.         00102400
            MOVE WRK-TBE-DATA(WRK-IDX-EVT)       TO SD-DATA.            00102500
            MOVE WRK-TBE-DIA(WRK-IDX-EVT)        TO SD-DIA.             00102600
            MOVE WRK-TBE-HORARIO(WRK-IDX-EVT)    TO SD-HORARIO.         00102700
            MOVE WRK-IDX-PAR                     TO SD-IDX-PART.        00102800
            RELEASE SD-ORDENA.                                          00102900
                                                                        00103000
      *----------------------------------------------------------------*00103100
       2410-99-FIM.            EXIT.                                    00103200
      *----------------------------------------------------------------*00103300
      *----------------------------------------------------------------*00103400
       2500-EMITIR-AGENDA                 SECTION.                      00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
            MOVE WRK-DIA-MENOR TO WRK-CAG-DIA-INI.                      00103800
            MOVE WRK-DIA-MAIOR TO WRK-CAG-DIA-FIM.                      00103900
            WRITE FD-RELAGPES FROM WRK-CABEC-AGENDA.                    00104000
                                                                        00104100
            PERFORM 2510-RETORNAR-PARTICIPACAO                          00104200
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00104300
                                                                        00104400
            IF WRK-QT-RECUSAS GREATER ZEROS                             00104500
                MOVE SPACES TO WRK-SUBTITULO                            00104600
                MOVE '--- PARTICIPACOES RECUSADAS' TO WRK-SUBTITULO     00104700
                WRITE FD-RELAGPES FROM WRK-SUBTITULO AFTER 2 LINES      00104800
                PERFORM 2550-EMITIR-RECUSA                              00104900
                    VARYING WRK-IDX-REC FROM 1 BY 1                     00105000
                    UNTIL WRK-IDX-REC GREATER WRK-QT-RECUSAS            00105100
            END-IF.                                                     00105200
                                                                        00105300
            MOVE WRK-QT-EVENTOS       TO WRK-ROD-EVENTOS.               00105400
            MOVE WRK-QT-PARTICIPACOES TO WRK-ROD-PARTICIPACOES.         00105500
            MOVE WRK-ACU-CONFLITOS    TO WRK-ROD-CONFLITOS.             00105600
            WRITE FD-RELAGPES FROM WRK-LINHA-TRACO AFTER 2 LINES.       00105700
            WRITE FD-RELAGPES FROM WRK-RODAPE.                          00105800
                                                                        00105900
      *----------------------------------------------------------------*00106000
       2500-99-FIM.            EXIT.                                    00106100
      *----------------------------------------------------------------*00106200
      *----------------------------------------------------------------*00106300
       2510-RETORNAR-PARTICIPACAO         SECTION.                      00106400
      *----------------------------------------------------------------*00106500
                                                                        00106600
            RETURN ORDENA                                               00106700
                AT END                                                  00106800
                    MOVE 'S' TO WRK-FIM-SORT                            00106900
                NOT AT END                                              00107000
                    PERFORM 2520-EMITIR-LINHA-AGENDA                    00107100
            END-RETURN.                                                 00107200
                                                                        00107300
      *----------------------------------------------------------------*00107400
       2510-99-FIM.            EXIT.                                    00107500
      *----------------------------------------------------------------*00107600
      *----------------------------------------------------------------*00107700
       2520-EMITIR-LINHA-AGENDA           SECTION.                      00107800
      *----------------------------------------------------------------*00107900
                                                                        00108000
            MOVE SD-IDX-PART TO WRK-IDX-PAR.                            00108100
            MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-PAR) TO WRK-IDX-EVT.        00108200
            MOVE WRK-TBP-IDX-FUNC(WRK-IDX-PAR)   TO WRK-IDX-FUN.        00108300
                                                                        00108400
            IF SD-FUNC-ID NOT EQUAL WRK-FUNC-ANTERIOR                   00108500
                MOVE SD-FUNC-ID TO WRK-FUNC-ANTERIOR                    00108600
                ADD 1 TO WRK-ACU-PESSOAS                                00108700
                MOVE WRK-TBF-ID(WRK-IDX-FUN)   TO WRK-LPE-ID            00108800
                MOVE WRK-TBF-NOME(WRK-IDX-FUN) TO WRK-LPE-NOME          00108900
                WRITE FD-RELAGPES FROM WRK-LINHA-PESSOA AFTER 2 LINES   00109000
                WRITE FD-RELAGPES FROM WRK-CABEC-EVENTOS                00109100
            END-IF.                                                     00109200
                                                                        00109300
            MOVE WRK-TBE-DIA(WRK-IDX-EVT)    TO WRK-LAG-DIA.            00109400
            MOVE WRK-TBE-HORARIO(WRK-IDX-EVT) TO WRK-HORARIO-HHMM-N.    00109500
            PERFORM 2590-EDITAR-HORA.                                   00109600
            MOVE WRK-HORA-EDITADA            TO WRK-LAG-HORA.           00109700
            MOVE WRK-TBE-EVENTO(WRK-IDX-EVT) TO WRK-LAG-EVENTO.         00109800
            IF WRK-TBP-PAPEL(WRK-IDX-PAR) EQUAL 'O'                     00109900
                MOVE 'ORGANIZADOR'  TO WRK-LAG-PAPEL                    00110000
            ELSE                                                        00110100
                MOVE 'PARTICIPANTE' TO WRK-LAG-PAPEL                    00110200
            END-IF.                                                     00110300
                                                                        00110400
            MOVE SPACES TO WRK-LAG-OBS.                                 00110500
            IF WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS            00110600
                MOVE WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) TO WRK-IDX-OUTRA   00110700
                MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-OUTRA) TO WRK-EVT-OUTRO 00110800
                MOVE WRK-TBE-HORARIO(WRK-EVT-OUTRO)                     00110900
                     TO WRK-HORARIO-HHMM-N                              00111000
                PERFORM 2590-EDITAR-HORA                                00111100
                STRING '*CONF C/ ' WRK-HORA-EDITADA                     00111200
                       DELIMITED BY SIZE INTO WRK-LAG-OBS               00111300
            END-IF.                                                     00111400
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) EQUAL 'F'                  00111500
                MOVE '*EM FERIAS' TO WRK-LAG-OBS                        00111600
            END-IF.                                                     00111700
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) EQUAL 'L'                  00111800
                MOVE '*EM LICENCA' TO WRK-LAG-OBS                       00111900
            END-IF.                                                     00112000
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) NOT EQUAL SPACES           00112100
               AND WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS        00112200
                MOVE '*AFASTADO+CONFLITO' TO WRK-LAG-OBS                00112300
            END-IF.                                                     00112400
                                                                        00112500
            WRITE FD-RELAGPES FROM WRK-LINHA-AGENDA.                    00112600
                                                                        00112700
      *----------------------------------------------------------------*00112800
       2520-99-FIM.            EXIT.                                    00112900
      *----------------------------------------------------------------*00113000
      *----------------------------------------------------------------*00113100
       2550-EMITIR-RECUSA                 SECTION.                      00113200
      *----------------------------------------------------------------*00113300
                                                                        00113400
            WRITE FD-RELAGPES FROM WRK-TBR-LINHA(WRK-IDX-REC).          00113500
                                                                        00113600
      *----------------------------------------------------------------*00113700
       2550-99-FIM.            EXIT.                                    00113800
      *----------------------------------------------------------------*00113900
      *----------------------------------------------------------------*00114000
       2590-EDITAR-HORA                   SECTION.                      00114100
      *----------------------------------------------------------------*00114200
                                                                        00114300
            MOVE WRK-HHMM-HH TO WRK-HED-HH.                             00114400
            MOVE WRK-HHMM-MM TO WRK-HED-MM.                             00114500
                                                                        00114600
      *----------------------------------------------------------------*00114700
       2590-99-FIM.            EXIT.                                    00114800
      *----------------------------------------------------------------*00114900
      *----------------------------------------------------------------*00115000
       2800-EMITIR-ORGANIZADORES          SECTION.                      00115100
      *----------------------------------------------------------------*00115200
      *    UM BLOCO POR ORGANIZADOR (NA ORDEM DO FUNC) COM OS SEUS      00115300
      *    EVENTOS QUE TEM PARTICIPANTE EM CONFLITO; NO FIM, OS         00115400
      *    EVENTOS COM CONFLITO QUE NAO TEM ORGANIZADOR.                00115500
      *----------------------------------------------------------------*00115600
                                                                        00115700
            WRITE FD-RELORGZ FROM WRK-CABEC-ORGANIZ.                    00115800
                                                                        00115900
            PERFORM 2810-EMITIR-ORGANIZADOR                             00116000
                VARYING WRK-IDX-FUN FROM 1 BY 1                         00116100
                UNTIL WRK-IDX-FUN GREATER WRK-QT-FUNCIONARIOS.          00116200
                                                                        00116300
            MOVE 'N' TO WRK-ORG-IMPRESSO.                               00116400
            PERFORM 2830-EMITIR-SEM-ORGANIZADOR                         00116500
                VARYING WRK-IDX-EVT FROM 1 BY 1                         00116600
                UNTIL WRK-IDX-EVT GREATER WRK-QT-EVENTOS.               00116700
                                                                        00116800
            IF WRK-ACU-EVT-CONFLITO EQUAL ZEROS                         00116900
                MOVE SPACES TO WRK-SUBTITULO                            00117000
                MOVE 'NENHUM PARTICIPANTE EM CONFLITO' TO WRK-SUBTITULO 00117100
                WRITE FD-RELORGZ FROM WRK-SUBTITULO AFTER 2 LINES       00117200
            END-IF.                                                     00117300
                                                                        00117400
            MOVE WRK-QT-EVENTOS       TO WRK-ROD-EVENTOS.               00117500
            MOVE WRK-QT-PARTICIPACOES TO WRK-ROD-PARTICIPACOES.         00117600
            MOVE WRK-ACU-CONFLITOS    TO WRK-ROD-CONFLITOS.             00117700
            WRITE FD-RELORGZ FROM WRK-LINHA-TRACO AFTER 2 LINES.        00117800
            WRITE FD-RELORGZ FROM WRK-RODAPE.                           00117900
                                                                        00118000
      *----------------------------------------------------------------*00118100
       2800-99-FIM.            EXIT.                                    00118200
      *----------------------------------------------------------------*00118300
      *----------------------------------------------------------------*00118400
       2810-EMITIR-ORGANIZADOR            SECTION.                      00118500
      *----------------------------------------------------------------*00118600
                                                                        00118700
            MOVE 'N' TO WRK-ORG-IMPRESSO.                               00118800
            PERFORM 2820-VERIFICAR-EVENTO-ORG                           00118900
                VARYING WRK-IDX-EVT FROM 1 BY 1                         00119000
                UNTIL WRK-IDX-EVT GREATER WRK-QT-EVENTOS.               00119100
                                                                        00119200
      *----------------------------------------------------------------*00119300
       2810-99-FIM.            EXIT.                                    00119400
      *----------------------------------------------------------------*00119500
      *----------------------------------------------------------------*00119600
       2820-VERIFICAR-EVENTO-ORG          SECTION.                      00119700
      *----------------------------------------------------------------*00119800
                                                                        00119900
            IF WRK-TBE-QT-CONFLITOS(WRK-IDX-EVT) EQUAL ZEROS            00120000
               OR WRK-TBE-ORGANIZADOR(WRK-IDX-EVT) EQUAL ZEROS          00120100
                GO TO 2820-99-FIM                                       00120200
            END-IF.                                                     00120300
                                                                        00120400
            MOVE WRK-TBE-ORGANIZADOR(WRK-IDX-EVT) TO WRK-PAR-ACHADA.    00120500
            IF WRK-TBP-IDX-FUNC(WRK-PAR-ACHADA) NOT EQUAL WRK-IDX-FUN   00120600
                GO TO 2820-99-FIM                                       00120700
            END-IF.                                                     00120800
                                                                        00120900
            IF WRK-ORG-IMPRESSO EQUAL 'N'                               00121000
                MOVE 'S' TO WRK-ORG-IMPRESSO                            00121100
                MOVE WRK-TBF-ID(WRK-IDX-FUN)    TO WRK-LOR-ID           00121200
                MOVE WRK-TBF-NOME(WRK-IDX-FUN)  TO WRK-LOR-NOME         00121300
                MOVE WRK-TBF-EMAIL(WRK-IDX-FUN) TO WRK-LOR-EMAIL        00121400
                WRITE FD-RELORGZ FROM WRK-LINHA-ORGANIZADOR             00121500
                      AFTER 2 LINES                                     00121600
            END-IF.                                                     00121700
                                                                        00121800
            PERFORM 2850-EMITIR-EVENTO-CONFLITO.                        00121900
                                                                        00122000
      *----------------------------------------------------------------*00122100
       2820-99-FIM.            EXIT.                                    00122200
      *----------------------------------------------------------------*00122300
      *----------------------------------------------------------------*00122400
       2830-EMITIR-SEM-ORGANIZADOR        SECTION.                      00122500
      *----------------------------------------------------------------*00122600
                                                                        00122700
            IF WRK-TBE-QT-CONFLITOS(WRK-IDX-EVT) EQUAL ZEROS            00122800
               OR WRK-TBE-ORGANIZADOR(WRK-IDX-EVT) GREATER ZEROS        00122900
                GO TO 2830-99-FIM                                       00123000
            END-IF.                                                     00123100
                                                                        00123200
            IF WRK-ORG-IMPRESSO EQUAL 'N'                               00123300
                MOVE 'S' TO WRK-ORG-IMPRESSO                            00123400
                MOVE SPACES TO WRK-SUBTITULO                            00123500
                MOVE 'EVENTOS SEM ORGANIZADOR INFORMADO'                00123600
                     TO WRK-SUBTITULO                                   00123700
                WRITE FD-RELORGZ FROM WRK-SUBTITULO AFTER 2 LINES       00123800
            END-IF.                                                     00123900
                                                                        00124000
            PERFORM 2850-EMITIR-EVENTO-CONFLITO.                        00124100
                                                                        00124200
      *----------------------------------------------------------------*00124300
       2830-99-FIM.            EXIT.                                    00124400
      *----------------------------------------------------------------*00124500
      *----------------------------------------------------------------*00124600
       2850-EMITIR-EVENTO-CONFLITO        SECTION.                      00124700
      *----------------------------------------------------------------*00124800
                                                                        00124900
            ADD 1 TO WRK-ACU-EVT-CONFLITO.                              00125000
            MOVE WRK-TBE-DIA(WRK-IDX-EVT)     TO WRK-LEO-DIA.           00125100
            MOVE WRK-TBE-HORARIO(WRK-IDX-EVT) TO WRK-HORARIO-HHMM-N.    00125200
            PERFORM 2590-EDITAR-HORA.                                   00125300
            MOVE WRK-HORA-EDITADA             TO WRK-LEO-HORA.          00125400
            MOVE WRK-TBE-EVENTO(WRK-IDX-EVT)  TO WRK-LEO-EVENTO.        00125500
            WRITE FD-RELORGZ FROM WRK-LINHA-EVENTO-ORG.                 00125600
                                                                        00125700
            PERFORM 2860-EMITIR-PARTICIPANTE                            00125800
                VARYING WRK-IDX-PAR FROM 1 BY 1                         00125900
                UNTIL WRK-IDX-PAR GREATER WRK-QT-PARTICIPACOES.         00126000
                                                                        00126100
      *----------------------------------------------------------------*00126200
       2850-99-FIM.            EXIT.                                    00126300
      *----------------------------------------------------------------*00126400
      *----------------------------------------------------------------*00126500
       2860-EMITIR-PARTICIPANTE           SECTION.                      00126600
      *----------------------------------------------------------------*00126700
                                                                        00126800
            IF WRK-TBP-IDX-EVENTO(WRK-IDX-PAR) NOT EQUAL WRK-IDX-EVT    00126900
                GO TO 2860-99-FIM                                       00127000
            END-IF.                                                     00127100
                                                                        00127200
            MOVE WRK-TBP-FUNC-ID(WRK-IDX-PAR) TO WRK-LCF-ID.            00127300
            MOVE WRK-TBP-IDX-FUNC(WRK-IDX-PAR) TO WRK-FUN-ACHADO.       00127400
            MOVE WRK-TBF-NOME(WRK-FUN-ACHADO) TO WRK-LCF-NOME.          00127500
                                                                        00127600
            IF WRK-TBP-AFASTADO(WRK-IDX-PAR) NOT EQUAL SPACES           00127700
                IF WRK-TBP-AFASTADO(WRK-IDX-PAR) EQUAL 'L'              00127800
                    MOVE 'EM LICENCA NA DATA DO EVENTO'                 00127900
                         TO WRK-LCF-MOTIVO                              00128000
                ELSE                                                    00128100
                    MOVE 'EM FERIAS NA DATA DO EVENTO'                  00128200
                         TO WRK-LCF-MOTIVO                              00128300
                END-IF                                                  00128400
                WRITE FD-RELORGZ FROM WRK-LINHA-CONFLITO                00128500
            END-IF.                                                     00128600
                                                                        00128700
            IF WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) GREATER ZEROS            00128800
                MOVE WRK-TBP-SOBREPOSTO(WRK-IDX-PAR) TO WRK-IDX-OUTRA   00128900
                MOVE WRK-TBP-IDX-EVENTO(WRK-IDX-OUTRA) TO WRK-EVT-OUTRO 00129000
                MOVE WRK-TBE-HORARIO(WRK-EVT-OUTRO)                     00129100
                     TO WRK-HORARIO-HHMM-N                              00129200
                PERFORM 2590-EDITAR-HORA                                00129300
                MOVE SPACES TO WRK-LCF-MOTIVO                           00129400
                STRING 'CONFLITO: ' WRK-TBE-EVENTO(WRK-EVT-OUTRO)       00129500
                       ' AS ' WRK-HORA-EDITADA                          00129600
                       DELIMITED BY SIZE INTO WRK-LCF-MOTIVO            00129700
                WRITE FD-RELORGZ FROM WRK-LINHA-CONFLITO                00129800
            END-IF.                                                     00129900
                                                                        00130000
      *----------------------------------------------------------------*00130100
       2860-99-FIM.            EXIT.                                    00130200
      *----------------------------------------------------------------*00130300
      *----------------------------------------------------------------*00130400
       3000-FINALIZAR                     SECTION.                      00130500
      *----------------------------------------------------------------*00130600
                                                                        00130700
            CLOSE RELAGPES                                              00130800
                  RELORGZ.                                              00130900
                                                                        00131000
            DISPLAY '------------------------------------------------'. 00131100
            DISPLAY '  EVENTOS DA ROTINA...: ' WRK-QT-EVENTOS.          00131200
            DISPLAY '  PARTICIPACOES.......: ' WRK-QT-PARTICIPACOES.    00131300
            DISPLAY '  RECUSADAS...........: ' WRK-QT-RECUSAS.          00131400
            DISPLAY '  PESSOAS NA AGENDA...: ' WRK-ACU-PESSOAS.         00131500
            DISPLAY '  EM EVENTO SOBREPOSTO: ' WRK-ACU-SOBREPOSICOES.   00131600
            DISPLAY '  AFASTADOS NA DATA...: ' WRK-ACU-AFASTADOS.       00131700
            DISPLAY '  EVENTOS COM CONFLITO: ' WRK-ACU-EVT-CONFLITO.    00131800
            DISPLAY '------------------------------------------------'. 00131900
                                                                        00132000
            STOP RUN.                                                   00132100
      *----------------------------------------------------------------*00132200
       3000-99-FIM.            EXIT.                                    00132300
      *----------------------------------------------------------------*00132400
                                                                        00132500
      *----------------------------------------------------------------*00132600
       9000-TRATAR-ERROS                  SECTION.                      00132700
      *----------------------------------------------------------------*00132800
                                                                        00132900
             MOVE 'FR06C151'       TO WRK-ERR-PROGRAMA.                 00133000
             MOVE '9000'           TO WRK-ERR-SECTION.                  00133100
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00133200
             MOVE SPACES           TO WRK-ERR-STATUS.                   00133300
             MOVE WRK-FS-ROTINA    TO WRK-ERR-STATUS(1:2).              00133400
             MOVE WRK-FS-PARTEV    TO WRK-ERR-STATUS(3:2).              00133500
             MOVE WRK-FS-FUNC      TO WRK-ERR-STATUS(5:2).              00133600
             MOVE WRK-FS-AFASTA    TO WRK-ERR-STATUS(7:2).              00133700
             MOVE WRK-FS-RELAGPES  TO WRK-ERR-STATUS(9:2).              00133800
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00133900
                                                                        00134000
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00134100
                                                                        00134200
      *----------------------------------------------------------------*00134300
       9000-99-FIM.            EXIT.                                    00134400
      *----------------------------------------------------------------*00134500
