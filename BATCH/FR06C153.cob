      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C153.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: MANUTENCAO DO PARAMS (LAYOUT B#PARAM) COM DUPLA   00001400
      *               ALCADA, NO PADRAO AUDITADO DO FR06CB52: LE O      00001500
      *               PARAMS ATUAL, O CATALOGO DE PARAMETROS (PRMCAT,   00001600
      *               LAYOUT B#PRMCAT) E AS PROPOSTAS PENDENTES         00001700
      *               (PENDENT, LAYOUT B#PRMPND), APLICA OS CARTOES DA  00001800
      *               SYSIN E GRAVA O PARAMS NOVO (PARSAI, EM ORDEM DE  00001900
      *               NOME + VIGENCIA), AS PROPOSTAS AINDA PENDENTES    00002000
      *               (PENDSAI) E UMA LINHA DE AUDITORIA POR PROPOSTA   00002100
      *               E POR DECISAO NO AUDITPR E NA SYSOUT. CADA        00002200
      *               CARTAO TAMBEM VAI PARA A AUDITORIA CENTRAL        00002300
      *               (AUDSYS).                                         00002400
      *               PRIMEIRA ETAPA - CARTAO 'P': O NOME TEM DE ESTAR  00002500
      *               NO CATALOGO, O VALOR E CONFERIDO PELO TIPO,       00002600
      *               TAMANHO, MINIMO E MAXIMO DO CATALOGO E A DATA     00002700
      *               EFETIVA NAO PODE SER ANTERIOR A DATA DA RODADA.   00002800
      *               SEGUNDA ETAPA - CARTAO 'A': A PROPOSTA PENDENTE   00002900
      *               (NOME + DATA EFETIVA) E APROVADA POR USUARIO      00003000
      *               DIFERENTE DO PROPONENTE E ENTRA NO PARAMS (UM     00003100
      *               REGISTRO COM O MESMO NOME E VIGENCIA E            00003200
      *               SUBSTITUIDO); CARTAO 'R' RECUSA A PROPOSTA        00003300
      *               (O PROPRIO PROPONENTE PODE RETIRA-LA). PROPOSTA   00003400
      *               NAO APROVADA ATE A DATA EFETIVA EXPIRA.           00003500
      *               CARTAO 'L': LISTAGEM NO RELPARM DO VALOR VIGENTE  00003600
      *               NA DATA PARA CADA PROGRAMA DO CATALOGO (MESMA     00003700
      *               REGRA DOS PROGRAMAS: MAIOR VIGENCIA NAO           00003800
      *               POSTERIOR A DATA). SEM CARTAO 'L', LISTA NA       00003900
      *               DATA DA RODADA.                                   00004000
      *               CARTOES (ATE O CARTAO EM BRANCO):                 00004100
      *               COL 01    ACAO: 'P' PROPOR / 'A' APROVAR /        00004200
      *                               'R' RECUSAR / 'L' LISTAR          00004300
      *               COL 02-21 NOME DO PARAMETRO (NA 'L', BRANCOS =    00004400
      *                         TODOS)                                  00004500
      *               COL 22-36 VALOR (SO NA 'P', COMO NO PARAMS)       00004600
      *               COL 37-44 DATA EFETIVA (AAAAMMDD; NA 'L', A DATA  00004700
      *                         DA LISTAGEM, BRANCOS = DATA DA RODADA)  00004800
      *               COL 45-52 USUARIO (OBRIGATORIO NA 'P', 'A' E 'R') 00004900
      *               CARTAO RECUSADO DA RC 4.                          00005000
      *                                                                 00005100
      *----------------------------------------------------------------*00005200
      *     INPUT:                                                      00005300
      *     DDNAME           I/O                                        00005400
      *     PARAMS            I   (PARAMS ATUAL - LRECL 50)             00005500
      *     PRMCAT            I   (CATALOGO - LRECL 120)                00005600
      *     PENDENT           I   (PROPOSTAS PENDENTES - LRECL 100,     00005700
      *                            AUSENTE NA PRIMEIRA RODADA)          00005800
      *     PARSAI            O   (PARAMS NOVO - LRECL 50)              00005900
      *     PENDSAI           O   (PROPOSTAS PENDENTES - LRECL 100)     00006000
      *     AUDITPR           O   (AUDITORIA - LRECL 100, EXTEND)       00006100
      *     RELPARM           O   (LISTAGEM DE VIGENCIA - LRECL 80)     00006200
      *                                                                 00006300
      *----------------------------------------------------------------*00006400
      *     MANUTENCAO:                                                 00006500
      *                                                                 00006600
      *================================================================*00006700
                                                                        00006800
      *================================================================*00006900
       ENVIRONMENT                               DIVISION.              00007000
      *================================================================*00007100
                                                                        00007200
      *----------------------------------------------------------------*00007300
       CONFIGURATION                             SECTION.               00007400
      *----------------------------------------------------------------*00007500
                                                                        00007600
       SPECIAL-NAMES.                                                   00007700
           DECIMAL-POINT IS COMMA.                                      00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       INPUT-OUTPUT                              SECTION.               00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       FILE-CONTROL.                                                    00008400
             SELECT PARAMS             ASSIGN TO PARAMS                 00008500
                FILE STATUS            IS WRK-FS-PARAMS.                00008600
             SELECT PRMCAT             ASSIGN TO PRMCAT                 00008700
                FILE STATUS            IS WRK-FS-PRMCAT.                00008800
             SELECT PENDENT            ASSIGN TO PENDENT                00008900
                FILE STATUS            IS WRK-FS-PENDENT.               00009000
             SELECT PARSAI             ASSIGN TO PARSAI                 00009100
                FILE STATUS            IS WRK-FS-PARSAI.                00009200
             SELECT PENDSAI            ASSIGN TO PENDSAI                00009300
                FILE STATUS            IS WRK-FS-PENDSAI.               00009400
             SELECT AUDITPR            ASSIGN TO AUDITPR                00009500
                FILE STATUS            IS WRK-FS-AUDITPR.               00009600
             SELECT RELPARM            ASSIGN TO RELPARM                00009700
                FILE STATUS            IS WRK-FS-RELPARM.               00009800
             SELECT ORDENA             ASSIGN TO ORDENA.                00009900
             SELECT ORDLIS             ASSIGN TO ORDLIS.                00010000
                                                                        00010100
      *================================================================*00010200
       DATA                                      DIVISION.              00010300
      *================================================================*00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       FILE                                      SECTION.               00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
       FD PARAMS                                                        00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-PARAMS                    PIC X(50).                       00011300
                                                                        00011400
       FD PRMCAT                                                        00011500
           RECORDING MODE IS F                                          00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
       01 FD-PRMCAT                    PIC X(120).                      00011800
                                                                        00011900
       FD PENDENT                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-PENDENT                   PIC X(100).                      00012300
                                                                        00012400
       FD PARSAI                                                        00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-PARSAI                    PIC X(50).                       00012800
                                                                        00012900
       FD PENDSAI                                                       00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-PENDSAI                   PIC X(100).                      00013300
                                                                        00013400
       FD AUDITPR                                                       00013500
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-AUDITPR                   PIC X(100).                      00013800
                                                                        00013900
       FD RELPARM                                                       00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
       01 FD-RELPARM                   PIC X(80).                       00014300
                                                                        00014400
       SD ORDENA.                                                       00014500
       01 SD-ORDENA.                                                    00014600
          05 SD-CHAVE                  PIC X(28).                       00014700
          05 FILLER                    PIC X(22).                       00014800
                                                                        00014900
       SD ORDLIS.                                                       00015000
       01 SD-ORDLIS.                                                    00015100
          05 SD-LIS-CHAVE.                                              00015200
             10 SD-LIS-DATA            PIC 9(08).                       00015300
             10 SD-LIS-PROGRAMA        PIC X(08).                       00015400
             10 SD-LIS-NOME            PIC X(20).                       00015500
          05 SD-LIS-VALOR              PIC X(15).                       00015600
          05 SD-LIS-VIGENCIA           PIC 9(08).                       00015700
          05 SD-LIS-PENDENTE           PIC X(01).                       00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
       WORKING-STORAGE                           SECTION.               00016100
      *----------------------------------------------------------------*00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
       01 FILLER                       PIC X(50)               VALUE    00016500
            '**** AREA DOS LAYOUTS ****'.                               00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
        COPY 'B#PARAM'.                                                 00016900
                                                                        00017000
        COPY 'B#PRMCAT'.                                                00017100
                                                                        00017200
        COPY 'B#PRMPND'.                                                00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
       01 FILLER                       PIC X(50)               VALUE    00017600
            '**** TABELAS EM MEMORIA ****'.                             00017700
      *----------------------------------------------------------------*00017800
                                                                        00017900
       01 WRK-TAB-PARAMETROS.                                           00018000
          05 WRK-TAB-PRM-ITEM          OCCURS 1000 TIMES.               00018100
             10 WRK-TPA-NOME           PIC X(20).                       00018200
             10 WRK-TPA-VALOR          PIC X(15).                       00018300
             10 WRK-TPA-DATA-EFET      PIC 9(08).                       00018400
             10 FILLER                 PIC X(07).                       00018500
                                                                        00018600
       77 WRK-QT-PARAMETROS            PIC 9(04) VALUE ZEROS.           00018700
       77 WRK-IDX-PRM                  PIC 9(04) VALUE ZEROS.           00018800
       77 WRK-PRM-ACHADO               PIC 9(04) VALUE ZEROS.           00018900
       77 WRK-PRM-VIGENTE              PIC 9(04) VALUE ZEROS.           00019000
                                                                        00019100
       01 WRK-TAB-CATALOGO.                                             00019200
          05 WRK-TAB-CAT-ITEM          OCCURS 300 TIMES.                00019300
             10 WRK-TCT-NOME           PIC X(20).                       00019400
             10 FILLER                 PIC X(100).                      00019500
                                                                        00019600
       77 WRK-QT-CATALOGO              PIC 9(03) VALUE ZEROS.           00019700
       77 WRK-IDX-CAT                  PIC 9(03) VALUE ZEROS.           00019800
       77 WRK-CAT-ACHADO               PIC 9(03) VALUE ZEROS.           00019900
       77 WRK-IDX-PGM                  PIC 9(01) VALUE ZEROS.           00020000
                                                                        00020100
       01 WRK-TAB-PROPOSTAS.                                            00020200
          05 WRK-TAB-PRP-ITEM          OCCURS 500 TIMES.                00020300
             10 WRK-TPP-CHAVE          PIC X(28).                       00020400
             10 FILLER                 PIC X(15).                       00020500
             10 FILLER                 PIC X(15).                       00020600
             10 WRK-TPP-SITUACAO       PIC X(01).                       00020700
             10 FILLER                 PIC X(41).                       00020800
                                                                        00020900
       77 WRK-QT-PROPOSTAS             PIC 9(03) VALUE ZEROS.           00021000
       77 WRK-IDX-PRP                  PIC 9(03) VALUE ZEROS.           00021100
       77 WRK-PRP-ACHADA               PIC 9(03) VALUE ZEROS.           00021200
                                                                        00021300
      *    DATAS (E NOME OPCIONAL) PEDIDAS NOS CARTOES 'L'              00021400
       01 WRK-TAB-LISTAGENS.                                            00021500
          05 WRK-TAB-LIS-ITEM          OCCURS 10 TIMES.                 00021600
             10 WRK-TLS-DATA           PIC 9(08).                       00021700
             10 WRK-TLS-NOME           PIC X(20).                       00021800
                                                                        00021900
       77 WRK-QT-LISTAGENS             PIC 9(02) VALUE ZEROS.           00022000
       77 WRK-IDX-LIS                  PIC 9(02) VALUE ZEROS.           00022100
                                                                        00022200
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       01 FILLER                       PIC X(50)               VALUE    00022600
            '**** AREA DO CARTAO E AUDITORIA ****'.                     00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
       01 WRK-CARTAO.                                                   00023000
          05 WRK-CARTAO-ACAO           PIC X(01).                       00023100
          05 WRK-CARTAO-CHAVE.                                          00023200
             10 WRK-CARTAO-NOME        PIC X(20).                       00023300
             10 WRK-CARTAO-VALOR       PIC X(15).                       00023400
             10 WRK-CARTAO-DATA-EFET   PIC X(08).                       00023500
             10 WRK-CARTAO-DATA-EFET-N REDEFINES WRK-CARTAO-DATA-EFET   00023600
                                       PIC 9(08).                       00023700
          05 WRK-CARTAO-USUARIO        PIC X(08).                       00023800
          05 FILLER                    PIC X(28).                       00023900
                                                                        00024000
       01 WRK-CHAVE-PROCURA.                                            00024100
          05 WRK-CHP-NOME              PIC X(20).                       00024200
          05 WRK-CHP-DATA-EFET         PIC 9(08).                       00024300
                                                                        00024400
       01 WRK-LINHA-AUDIT.                                              00024500
          05 WRK-APR-DATA              PIC 9(08).                       00024600
          05 FILLER                    PIC X(01) VALUE SPACES.          00024700
          05 WRK-APR-HORA              PIC 9(06).                       00024800
          05 FILLER                    PIC X(01) VALUE SPACES.          00024900
          05 WRK-APR-ACAO              PIC X(10).                       00025000
          05 FILLER                    PIC X(01) VALUE SPACES.          00025100
          05 WRK-APR-NOME              PIC X(20).                       00025200
          05 FILLER                    PIC X(01) VALUE SPACES.          00025300
          05 WRK-APR-DATA-EFET         PIC 9(08).                       00025400
          05 FILLER                    PIC X(01) VALUE SPACES.          00025500
          05 WRK-APR-VALOR-ANTERIOR    PIC X(15).                       00025600
          05 FILLER                    PIC X(01) VALUE '>'.             00025700
          05 WRK-APR-VALOR-NOVO        PIC X(15).                       00025800
          05 FILLER                    PIC X(01) VALUE SPACES.          00025900
          05 WRK-APR-USUARIO           PIC X(08).                       00026000
          05 FILLER                    PIC X(03) VALUE SPACES.          00026100
                                                                        00026200
       01 WRK-HORA-SISTEMA.                                             00026300
          05 WRK-HORA-HHMMSS           PIC 9(06).                       00026400
          05 WRK-HORA-CENTESIMOS       PIC 9(02).                       00026500
                                                                        00026600
      *----------------------------------------------------------------*00026700
       01 FILLER                       PIC X(50)               VALUE    00026800
            '**** LINHAS DO RELATORIO ****'.                            00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
       01 WRK-CABEC1.                                                   00027200
          05 FILLER                    PIC X(44) VALUE                  00027300
             '------- PARAMETROS VIGENTES POR PROGRAMA EM '.            00027400
          05 WRK-CAB-DATA              PIC X(10).                       00027500
          05 FILLER                    PIC X(26) VALUE ' -------'.      00027600
                                                                        00027700
       01 WRK-CABEC2.                                                   00027800
          05 FILLER                    PIC X(40) VALUE                  00027900
             'PROGRAMA PARAMETRO            VALOR     '.                00028000
          05 FILLER                    PIC X(40) VALUE                  00028100
             '      VIGENTE DESDE      OBSERVACAO'.                     00028200
                                                                        00028300
       01 WRK-LINHA-TRACO              PIC X(80) VALUE ALL '-'.         00028400
                                                                        00028500
       01 WRK-SUBTITULO                PIC X(80) VALUE SPACES.          00028600
                                                                        00028700
       01 WRK-LINHA-VIGENCIA.                                           00028800
          05 WRK-LVG-PROGRAMA          PIC X(08).                       00028900
          05 FILLER                    PIC X(01) VALUE SPACES.          00029000
          05 WRK-LVG-NOME              PIC X(20).                       00029100
          05 FILLER                    PIC X(01) VALUE SPACES.          00029200
          05 WRK-LVG-VALOR             PIC X(15).                       00029300
          05 FILLER                    PIC X(01) VALUE SPACES.          00029400
          05 WRK-LVG-VIGENCIA          PIC X(18).                       00029500
          05 FILLER                    PIC X(01) VALUE SPACES.          00029600
          05 WRK-LVG-PENDENTE          PIC X(15).                       00029700
                                                                        00029800
       01 WRK-CABEC-PENDENTES.                                          00029900
          05 FILLER                    PIC X(40) VALUE                  00030000
             'PARAMETRO            VIGENCIA   VALOR AT'.                00030100
          05 FILLER                    PIC X(40) VALUE                  00030200
             'UAL     VALOR PROPOSTO  PROPONENTE'.                      00030300
                                                                        00030400
       01 WRK-LINHA-PENDENTE.                                           00030500
          05 WRK-LPD-NOME              PIC X(20).                       00030600
          05 FILLER                    PIC X(01) VALUE SPACES.          00030700
          05 WRK-LPD-DATA-EFET         PIC X(10).                       00030800
          05 FILLER                    PIC X(01) VALUE SPACES.          00030900
          05 WRK-LPD-VALOR-ANTERIOR    PIC X(15).                       00031000
          05 FILLER                    PIC X(01) VALUE SPACES.          00031100
          05 WRK-LPD-VALOR             PIC X(15).                       00031200
          05 FILLER                    PIC X(01) VALUE SPACES.          00031300
          05 WRK-LPD-PROPONENTE        PIC X(08).                       00031400
          05 FILLER                    PIC X(08) VALUE SPACES.          00031500
                                                                        00031600
       01 WRK-LINHA-TEXTO.                                              00031700
          05 FILLER                    PIC X(02) VALUE SPACES.          00031800
          05 WRK-LTT-TEXTO             PIC X(78).                       00031900
                                                                        00032000
       01 WRK-DATA-EDITADA.                                             00032100
          05 WRK-DED-DIA               PIC X(02).                       00032200
          05 FILLER                    PIC X(01) VALUE '/'.             00032300
          05 WRK-DED-MES               PIC X(02).                       00032400
          05 FILLER                    PIC X(01) VALUE '/'.             00032500
          05 WRK-DED-ANO               PIC X(04).                       00032600
                                                                        00032700
       77 WRK-DATA-EDITAR              PIC 9(08) VALUE ZEROS.           00032800
       77 WRK-DATA-QUEBRA              PIC 9(08) VALUE ZEROS.           00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       01 FILLER                       PIC X(50)               VALUE    00033200
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
       77 WRK-FS-PARAMS                PIC X(02) VALUE SPACES.          00033600
       77 WRK-FS-PRMCAT                PIC X(02) VALUE SPACES.          00033700
       77 WRK-FS-PENDENT               PIC X(02) VALUE SPACES.          00033800
       77 WRK-FS-PARSAI                PIC X(02) VALUE SPACES.          00033900
       77 WRK-FS-PENDSAI               PIC X(02) VALUE SPACES.          00034000
       77 WRK-FS-AUDITPR               PIC X(02) VALUE SPACES.          00034100
       77 WRK-FS-RELPARM               PIC X(02) VALUE SPACES.          00034200
       77 WRK-ACU-PROPOSTAS            PIC 9(05) VALUE ZEROS.           00034300
       77 WRK-ACU-APROVADAS            PIC 9(05) VALUE ZEROS.           00034400
       77 WRK-ACU-RECUSADAS            PIC 9(05) VALUE ZEROS.           00034500
       77 WRK-ACU-EXPIRADAS            PIC 9(05) VALUE ZEROS.           00034600
       77 WRK-ACU-PENDENTES            PIC 9(05) VALUE ZEROS.           00034700
       77 WRK-ACU-GRAVADOS             PIC 9(05) VALUE ZEROS.           00034800
       77 WRK-ACU-LINHAS               PIC 9(05) VALUE ZEROS.           00034900
       77 WRK-ACU-FORA-CATALOGO        PIC 9(05) VALUE ZEROS.           00035000
       77 WRK-ACU-RECUSADOS            PIC 9(05) VALUE ZEROS.           00035100
       77 WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.           00035200
       77 WRK-DATA-REFERENCIA          PIC 9(08) VALUE ZEROS.           00035300
       77 WRK-DATA-TESTE               PIC X(08) VALUE SPACES.          00035400
       77 WRK-DATA-VALIDA              PIC X(01) VALUE 'N'.             00035500
       77 WRK-VALOR-ANTERIOR           PIC X(15) VALUE SPACES.          00035600
       77 WRK-POS-RESTO                PIC 9(02) VALUE ZEROS.           00035700
       77 WRK-TAM-RESTO                PIC 9(02) VALUE ZEROS.           00035800
       77 WRK-MOTIVO-RECUSA            PIC X(30) VALUE SPACES.          00035900
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       01 FILLER                       PIC X(50)               VALUE    00036300
            '**** AREA DO MODULO CALNDIA ****'.                         00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
        COPY '#CALNDIA'.                                                00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       01 FILLER                       PIC X(50)               VALUE    00037000
            '**** AREA DO MODULO AUDSYS ****'.                          00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
        COPY '#AUDSYS'.                                                 00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       01 FILLER                       PIC X(50)               VALUE    00037700
            '**** AREA DO MODULO TRTERRO ****'.                         00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
        COPY '#TRTERRO'.                                                00038100
                                                                        00038200
      *================================================================*00038300
       PROCEDURE DIVISION.                                              00038400
      *================================================================*00038500
      *----------------------------------------------------------------*00038600
       0000-PRINCIPAL                     SECTION.                      00038700
      *----------------------------------------------------------------*00038800
                                                                        00038900
           PERFORM 1000-INICIAR.                                        00039000
           PERFORM 2000-PROCESSAR                                       00039100
               UNTIL WRK-CARTAO EQUAL SPACES.                           00039200
           PERFORM 3000-FINALIZAR.                                      00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       0000-99-FIM.            EXIT.                                    00039600
      *----------------------------------------------------------------*00039700
      *----------------------------------------------------------------*00039800
       1000-INICIAR                       SECTION.                      00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
            ACCEPT WRK-APR-DATA FROM DATE YYYYMMDD.                     00040200
            ACCEPT WRK-HORA-SISTEMA FROM TIME.                          00040300
            MOVE WRK-HORA-HHMMSS   TO WRK-APR-HORA.                     00040400
            MOVE WRK-APR-DATA      TO WRK-DATA-RODADA.                  00040500
                                                                        00040600
            OPEN INPUT PARAMS.                                          00040700
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00040800
                MOVE ' ERRO ABERTURA PARAMS ' TO WRK-MSG                00040900
                PERFORM 9000-TRATAR-ERROS                               00041000
            END-IF.                                                     00041100
            PERFORM 1100-CARREGAR-PARAMETRO                             00041200
                UNTIL WRK-FS-PARAMS EQUAL '10'.                         00041300
            CLOSE PARAMS.                                               00041400
                                                                        00041500
            OPEN INPUT PRMCAT.                                          00041600
            IF WRK-FS-PRMCAT NOT EQUAL ZEROS                            00041700
                MOVE ' ERRO ABERTURA PRMCAT ' TO WRK-MSG                00041800
                PERFORM 9000-TRATAR-ERROS                               00041900
            END-IF.                                                     00042000
            PERFORM 1200-CARREGAR-CATALOGO                              00042100
                UNTIL WRK-FS-PRMCAT EQUAL '10'.                         00042200
            CLOSE PRMCAT.                                               00042300
                                                                        00042400
            OPEN INPUT PENDENT.                                         00042500
            IF WRK-FS-PENDENT EQUAL '35'                                00042600
                DISPLAY 'PENDENT AUSENTE - SEM PROPOSTAS PENDENTES'     00042700
            ELSE                                                        00042800
                IF WRK-FS-PENDENT NOT EQUAL ZEROS                       00042900
                    MOVE ' ERRO ABERTURA PENDENT ' TO WRK-MSG           00043000
                    PERFORM 9000-TRATAR-ERROS                           00043100
                END-IF                                                  00043200
                PERFORM 1300-CARREGAR-PROPOSTA                          00043300
                    UNTIL WRK-FS-PENDENT EQUAL '10'                     00043400
                CLOSE PENDENT                                           00043500
            END-IF.                                                     00043600
                                                                        00043700
            OPEN EXTEND AUDITPR.                                        00043800
            IF WRK-FS-AUDITPR EQUAL '35'                                00043900
                OPEN OUTPUT AUDITPR                                     00044000
            END-IF.                                                     00044100
            IF WRK-FS-AUDITPR NOT EQUAL ZEROS                           00044200
                MOVE ' ERRO ABERTURA AUDITPR ' TO WRK-MSG               00044300
                PERFORM 9000-TRATAR-ERROS                               00044400
            END-IF.                                                     00044500
                                                                        00044600
            OPEN OUTPUT RELPARM.                                        00044700
            IF WRK-FS-RELPARM NOT EQUAL ZEROS                           00044800
                MOVE ' ERRO ABERTURA RELPARM ' TO WRK-MSG               00044900
                PERFORM 9000-TRATAR-ERROS                               00045000
            END-IF.                                                     00045100
                                                                        00045200
            PERFORM 1400-LER-CARTAO.                                    00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
       1000-99-FIM.            EXIT.                                    00045600
      *----------------------------------------------------------------*00045700
      *----------------------------------------------------------------*00045800
       1100-CARREGAR-PARAMETRO            SECTION.                      00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
            READ PARAMS.                                                00046200
            IF WRK-FS-PARAMS NOT EQUAL ZEROS                            00046300
                MOVE '10' TO WRK-FS-PARAMS                              00046400
                GO TO 1100-99-FIM                                       00046500
            END-IF.                                                     00046600
                                                                        00046700
            IF WRK-QT-PARAMETROS NOT LESS 1000                          00046800
                MOVE ' TABELA DE PARAMETROS CHEIA ' TO WRK-MSG          00046900
                PERFORM 9000-TRATAR-ERROS                               00047000
            END-IF.                                                     00047100
                                                                        00047200
            ADD 1 TO WRK-QT-PARAMETROS.                                 00047300
            MOVE FD-PARAMS TO WRK-TAB-PRM-ITEM(WRK-QT-PARAMETROS).      00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       1100-99-FIM.            EXIT.                                    00047700
      *----------------------------------------------------------------*00047800
      *----------------------------------------------------------------*00047900
       1200-CARREGAR-CATALOGO             SECTION.                      00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            READ PRMCAT.                                                00048300
            IF WRK-FS-PRMCAT NOT EQUAL ZEROS                            00048400
                MOVE '10' TO WRK-FS-PRMCAT                              00048500
                GO TO 1200-99-FIM                                       00048600
            END-IF.                                                     00048700
                                                                        00048800
            IF WRK-QT-CATALOGO NOT LESS 300                             00048900
                MOVE ' CATALOGO DE PARAMETROS CHEIO ' TO WRK-MSG        00049000
                PERFORM 9000-TRATAR-ERROS                               00049100
            END-IF.                                                     00049200
                                                                        00049300
            ADD 1 TO WRK-QT-CATALOGO.                                   00049400
            MOVE FD-PRMCAT TO WRK-TAB-CAT-ITEM(WRK-QT-CATALOGO).        00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       1200-99-FIM.            EXIT.                                    00049800
      *----------------------------------------------------------------*00049900
      *----------------------------------------------------------------*00050000
       1300-CARREGAR-PROPOSTA             SECTION.                      00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
            READ PENDENT.                                               00050400
            IF WRK-FS-PENDENT NOT EQUAL ZEROS                           00050500
                MOVE '10' TO WRK-FS-PENDENT                             00050600
                GO TO 1300-99-FIM                                       00050700
            END-IF.                                                     00050800
                                                                        00050900
            IF WRK-QT-PROPOSTAS NOT LESS 500                            00051000
                MOVE ' TABELA DE PROPOSTAS CHEIA ' TO WRK-MSG           00051100
                PERFORM 9000-TRATAR-ERROS                               00051200
            END-IF.                                                     00051300
                                                                        00051400
            ADD 1 TO WRK-QT-PROPOSTAS.                                  00051500
            MOVE FD-PENDENT TO WRK-TAB-PRP-ITEM(WRK-QT-PROPOSTAS).      00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1300-99-FIM.            EXIT.                                    00051900
      *----------------------------------------------------------------*00052000
      *----------------------------------------------------------------*00052100
       1400-LER-CARTAO                    SECTION.                      00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
            ACCEPT WRK-CARTAO FROM SYSIN.                               00052500
                                                                        00052600
            IF WRK-CARTAO NOT EQUAL SPACES                              00052700
                MOVE 'FR06C153'  TO WRK-AUD-PROGRAMA                    00052800
                MOVE WRK-CARTAO  TO WRK-AUD-CARTAO                      00052900
                CALL 'AUDSYS'    USING WRK-AUDSYS                       00053000
            END-IF.                                                     00053100
                                                                        00053200
      *----------------------------------------------------------------*00053300
       1400-99-FIM.            EXIT.                                    00053400
      *----------------------------------------------------------------*00053500
      *----------------------------------------------------------------*00053600
       2000-PROCESSAR                     SECTION.                      00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
            IF WRK-CARTAO-ACAO NOT EQUAL 'P'                            00054000
               AND WRK-CARTAO-ACAO NOT EQUAL 'A'                        00054100
               AND WRK-CARTAO-ACAO NOT EQUAL 'R'                        00054200
               AND WRK-CARTAO-ACAO NOT EQUAL 'L'                        00054300
                MOVE 'ACAO INVALIDA' TO WRK-MOTIVO-RECUSA               00054400
                PERFORM 2900-RECUSAR-CARTAO                             00054500
                GO TO 2000-88-LER                                       00054600
            END-IF.                                                     00054700
                                                                        00054800
            IF WRK-CARTAO-ACAO EQUAL 'L'                                00054900
                PERFORM 2400-GUARDAR-LISTAGEM                           00055000
                GO TO 2000-88-LER                                       00055100
            END-IF.                                                     00055200
                                                                        00055300
            IF WRK-CARTAO-USUARIO EQUAL SPACES                          00055400
                MOVE 'USUARIO NAO INFORMADO' TO WRK-MOTIVO-RECUSA       00055500
                PERFORM 2900-RECUSAR-CARTAO                             00055600
                GO TO 2000-88-LER                                       00055700
            END-IF.                                                     00055800
                                                                        00055900
            PERFORM 2010-PROCURAR-CATALOGO.                             00056000
            IF WRK-CAT-ACHADO EQUAL ZEROS                               00056100
                MOVE 'PARAMETRO FORA DO CATALOGO' TO WRK-MOTIVO-RECUSA  00056200
                PERFORM 2900-RECUSAR-CARTAO                             00056300
                GO TO 2000-88-LER                                       00056400
            END-IF.                                                     00056500
            MOVE WRK-TAB-CAT-ITEM(WRK-CAT-ACHADO) TO WRK-REG-CATALOGO.  00056600
                                                                        00056700
            MOVE WRK-CARTAO-DATA-EFET TO WRK-DATA-TESTE.                00056800
            PERFORM 2060-VALIDAR-DATA.                                  00056900
            IF WRK-DATA-VALIDA NOT EQUAL 'S'                            00057000
                MOVE 'DATA EFETIVA INVALIDA' TO WRK-MOTIVO-RECUSA       00057100
                PERFORM 2900-RECUSAR-CARTAO                             00057200
                GO TO 2000-88-LER                                       00057300
            END-IF.                                                     00057400
                                                                        00057500
            MOVE WRK-CARTAO-NOME        TO WRK-CHP-NOME.                00057600
            MOVE WRK-CARTAO-DATA-EFET-N TO WRK-CHP-DATA-EFET.           00057700
            PERFORM 2300-PROCURAR-PROPOSTA.                             00057800
                                                                        00057900
            EVALUATE WRK-CARTAO-ACAO                                    00058000
             WHEN 'P'                                                   00058100
               PERFORM 2100-PROPOR                                      00058200
             WHEN 'A'                                                   00058300
               PERFORM 2200-APROVAR                                     00058400
             WHEN OTHER                                                 00058500
               PERFORM 2250-RECUSAR                                     00058600
            END-EVALUATE.                                               00058700
                                                                        00058800
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00058900
                PERFORM 2900-RECUSAR-CARTAO                             00059000
            END-IF.                                                     00059100
                                                                        00059200
       2000-88-LER.                                                     00059300
            PERFORM 1400-LER-CARTAO.                                    00059400
                                                                        00059500
      *----------------------------------------------------------------*00059600
       2000-99-FIM.            EXIT.                                    00059700
      *----------------------------------------------------------------*00059800
      *----------------------------------------------------------------*00059900
       2010-PROCURAR-CATALOGO             SECTION.                      00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
            MOVE ZEROS TO WRK-CAT-ACHADO.                               00060300
            PERFORM 2015-COMPARAR-CATALOGO                              00060400
                VARYING WRK-IDX-CAT FROM 1 BY 1                         00060500
                UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO               00060600
                   OR WRK-CAT-ACHADO NOT EQUAL ZEROS.                   00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       2010-99-FIM.            EXIT.                                    00061000
      *----------------------------------------------------------------*00061100
      *----------------------------------------------------------------*00061200
       2015-COMPARAR-CATALOGO             SECTION.                      00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
            IF WRK-TCT-NOME(WRK-IDX-CAT) EQUAL WRK-CARTAO-NOME          00061600
                MOVE WRK-IDX-CAT TO WRK-CAT-ACHADO                      00061700
            END-IF.                                                     00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       2015-99-FIM.            EXIT.                                    00062100
      *----------------------------------------------------------------*00062200
      *----------------------------------------------------------------*00062300
       2050-VALIDAR-VALOR                 SECTION.                      00062400
      *----------------------------------------------------------------*00062500
      *    VALOR DO CARTAO CONTRA O TIPO, O TAMANHO E A FAIXA DO       *00062600
      *    CATALOGO (WRK-REG-CATALOGO). O PRIMEIRO ERRO ACHADO FICA EM *00062700
      *    WRK-MOTIVO-RECUSA.                                          *00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00063100
                                                                        00063200
            IF WRK-CTP-TAMANHO EQUAL ZEROS                              00063300
               OR WRK-CTP-TAMANHO GREATER 15                            00063400
                MOVE 'TAMANHO INVALIDO NO CATALOGO' TO WRK-MOTIVO-RECUSA00063500
                GO TO 2050-99-FIM                                       00063600
            END-IF.                                                     00063700
                                                                        00063800
            IF WRK-CARTAO-VALOR(1:WRK-CTP-TAMANHO) EQUAL SPACES         00063900
                MOVE 'VALOR NAO INFORMADO' TO WRK-MOTIVO-RECUSA         00064000
                GO TO 2050-99-FIM                                       00064100
            END-IF.                                                     00064200
                                                                        00064300
            IF WRK-CTP-TAMANHO LESS 15                                  00064400
                COMPUTE WRK-POS-RESTO = WRK-CTP-TAMANHO + 1             00064500
                COMPUTE WRK-TAM-RESTO = 15 - WRK-CTP-TAMANHO            00064600
                IF WRK-CARTAO-VALOR(WRK-POS-RESTO:WRK-TAM-RESTO)        00064700
                   NOT EQUAL SPACES                                     00064800
                    MOVE 'VALOR MAIOR QUE O TAMANHO'                    00064900
                                            TO WRK-MOTIVO-RECUSA        00065000
                    GO TO 2050-99-FIM                                   00065100
                END-IF                                                  00065200
            END-IF.                                                     00065300
                                                                        00065400
            EVALUATE WRK-CTP-TIPO                                       00065500
             WHEN 'A'                                                   00065600
               GO TO 2050-99-FIM                                        00065700
             WHEN 'N'                                                   00065800
               IF WRK-CARTAO-VALOR(1:WRK-CTP-TAMANHO) NOT NUMERIC       00065900
                   MOVE 'VALOR NAO NUMERICO' TO WRK-MOTIVO-RECUSA       00066000
                   GO TO 2050-99-FIM                                    00066100
               END-IF                                                   00066200
             WHEN 'H'                                                   00066300
               IF WRK-CTP-TAMANHO NOT EQUAL 4                           00066400
                  OR WRK-CARTAO-VALOR(1:4) NOT NUMERIC                  00066500
                  OR WRK-CARTAO-VALOR(1:4) GREATER '2400'               00066600
                  OR WRK-CARTAO-VALOR(3:2) NOT LESS '60'                00066700
                   MOVE 'HORA INVALIDA (HHMM)' TO WRK-MOTIVO-RECUSA     00066800
                   GO TO 2050-99-FIM                                    00066900
               END-IF                                                   00067000
             WHEN 'D'                                                   00067100
               MOVE WRK-CARTAO-VALOR(1:8) TO WRK-DATA-TESTE             00067200
               PERFORM 2060-VALIDAR-DATA                                00067300
               IF WRK-CTP-TAMANHO NOT EQUAL 8                           00067400
                  OR WRK-DATA-VALIDA NOT EQUAL 'S'                      00067500
                   MOVE 'DATA INVALIDA (AAAAMMDD)' TO WRK-MOTIVO-RECUSA 00067600
                   GO TO 2050-99-FIM                                    00067700
               END-IF                                                   00067800
             WHEN OTHER                                                 00067900
               MOVE 'TIPO INVALIDO NO CATALOGO' TO WRK-MOTIVO-RECUSA    00068000
               GO TO 2050-99-FIM                                        00068100
            END-EVALUATE.                                               00068200
                                                                        00068300
      *    VALOR, MINIMO E MAXIMO TEM O MESMO FORMATO E TAMANHO, COM    00068400
      *    ZEROS A ESQUERDA: A COMPARACAO DIRETA VALE COMO NUMERICA     00068500
            IF WRK-CTP-MINIMO NOT EQUAL SPACES                          00068600
               AND WRK-CARTAO-VALOR(1:WRK-CTP-TAMANHO)                  00068700
                   LESS WRK-CTP-MINIMO(1:WRK-CTP-TAMANHO)               00068800
                MOVE 'VALOR ABAIXO DO MINIMO' TO WRK-MOTIVO-RECUSA      00068900
                GO TO 2050-99-FIM                                       00069000
            END-IF.                                                     00069100
                                                                        00069200
            IF WRK-CTP-MAXIMO NOT EQUAL SPACES                          00069300
               AND WRK-CARTAO-VALOR(1:WRK-CTP-TAMANHO)                  00069400
                   GREATER WRK-CTP-MAXIMO(1:WRK-CTP-TAMANHO)            00069500
                MOVE 'VALOR ACIMA DO MAXIMO' TO WRK-MOTIVO-RECUSA       00069600
                GO TO 2050-99-FIM                                       00069700
            END-IF.                                                     00069800
                                                                        00069900
      *----------------------------------------------------------------*00070000
       2050-99-FIM.            EXIT.                                    00070100
      *----------------------------------------------------------------*00070200
      *----------------------------------------------------------------*00070300
       2060-VALIDAR-DATA                  SECTION.                      00070400
      *----------------------------------------------------------------*00070500
      *    DATA AAAAMMDD EM WRK-DATA-TESTE, CONFERIDA PELO CALNDIA     *00070600
      *    (QUE RECEBE DDMMAAAA).                                      *00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
            MOVE 'N' TO WRK-DATA-VALIDA.                                00071000
            IF WRK-DATA-TESTE NOT NUMERIC                               00071100
                GO TO 2060-99-FIM                                       00071200
            END-IF.                                                     00071300
                                                                        00071400
            MOVE 'V'                 TO WRK-CAL-FUNCAO.                 00071500
            MOVE WRK-DATA-TESTE(7:2) TO WRK-CAL-DATA(1:2).              00071600
            MOVE WRK-DATA-TESTE(5:2) TO WRK-CAL-DATA(3:2).              00071700
            MOVE WRK-DATA-TESTE(1:4) TO WRK-CAL-DATA(5:4).              00071800
            CALL 'CALNDIA'           USING WRK-CALNDIA.                 00071900
            IF WRK-CAL-RETORNO NOT EQUAL '1'                            00072000
                MOVE 'S' TO WRK-DATA-VALIDA                             00072100
            END-IF.                                                     00072200
                                                                        00072300
      *----------------------------------------------------------------*00072400
       2060-99-FIM.            EXIT.                                    00072500
      *----------------------------------------------------------------*00072600
      *----------------------------------------------------------------*00072700
       2100-PROPOR                        SECTION.                      00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00073100
                                                                        00073200
            IF WRK-CARTAO-DATA-EFET-N LESS WRK-DATA-RODADA              00073300
                MOVE 'DATA EFETIVA NO PASSADO' TO WRK-MOTIVO-RECUSA     00073400
                GO TO 2100-99-FIM                                       00073500
            END-IF.                                                     00073600
                                                                        00073700
            IF WRK-PRP-ACHADA NOT EQUAL ZEROS                           00073800
                MOVE 'JA EXISTE PROPOSTA PENDENTE' TO WRK-MOTIVO-RECUSA 00073900
                GO TO 2100-99-FIM                                       00074000
            END-IF.                                                     00074100
                                                                        00074200
            PERFORM 2050-VALIDAR-VALOR.                                 00074300
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00074400
                GO TO 2100-99-FIM                                       00074500
            END-IF.                                                     00074600
                                                                        00074700
            IF WRK-QT-PROPOSTAS NOT LESS 500                            00074800
                MOVE ' TABELA DE PROPOSTAS CHEIA ' TO WRK-MSG           00074900
                PERFORM 9000-TRATAR-ERROS                               00075000
            END-IF.                                                     00075100
                                                                        00075200
            MOVE WRK-CARTAO-DATA-EFET-N TO WRK-DATA-REFERENCIA.         00075300
            PERFORM 2500-PROCURAR-VIGENTE.                              00075400
                                                                        00075500
            MOVE SPACES                 TO WRK-REG-PROPOSTA.            00075600
            MOVE WRK-CARTAO-NOME        TO WRK-PPR-NOME.                00075700
            MOVE WRK-CARTAO-DATA-EFET-N TO WRK-PPR-DATA-EFET.           00075800
            MOVE WRK-CARTAO-VALOR       TO WRK-PPR-VALOR.               00075900
            MOVE WRK-VALOR-ANTERIOR     TO WRK-PPR-VALOR-ANTERIOR.      00076000
            MOVE 'P'                    TO WRK-PPR-SITUACAO.            00076100
            MOVE WRK-CARTAO-USUARIO     TO WRK-PPR-PROPONENTE.          00076200
            MOVE WRK-DATA-RODADA        TO WRK-PPR-DATA-PROPOSTA.       00076300
            MOVE WRK-APR-HORA           TO WRK-PPR-HORA-PROPOSTA.       00076400
            ADD 1 TO WRK-QT-PROPOSTAS.                                  00076500
            MOVE WRK-REG-PROPOSTA TO WRK-TAB-PRP-ITEM(WRK-QT-PROPOSTAS).00076600
            ADD 1 TO WRK-ACU-PROPOSTAS.                                 00076700
                                                                        00076800
            MOVE 'PROPOSTA'             TO WRK-APR-ACAO.                00076900
            MOVE WRK-CARTAO-USUARIO     TO WRK-APR-USUARIO.             00077000
            PERFORM 2800-GRAVAR-AUDITORIA.                              00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       2100-99-FIM.            EXIT.                                    00077400
      *----------------------------------------------------------------*00077500
      *----------------------------------------------------------------*00077600
       2200-APROVAR                       SECTION.                      00077700
      *----------------------------------------------------------------*00077800
      *    A PROPOSTA APROVADA ENTRA NO PARAMS; O VALOR ANTERIOR DA    *00077900
      *    AUDITORIA E O VIGENTE NA DATA EFETIVA NO MOMENTO DA         *00078000
      *    APROVACAO.                                                  *00078100
      *----------------------------------------------------------------*00078200
                                                                        00078300
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00078400
                                                                        00078500
            IF WRK-CARTAO-VALOR NOT EQUAL SPACES                        00078600
                MOVE 'VALOR SO NA PROPOSTA' TO WRK-MOTIVO-RECUSA        00078700
                GO TO 2200-99-FIM                                       00078800
            END-IF.                                                     00078900
                                                                        00079000
            IF WRK-PRP-ACHADA EQUAL ZEROS                               00079100
                MOVE 'PROPOSTA PENDENTE INEXISTENTE'                    00079200
                                            TO WRK-MOTIVO-RECUSA        00079300
                GO TO 2200-99-FIM                                       00079400
            END-IF.                                                     00079500
            MOVE WRK-TAB-PRP-ITEM(WRK-PRP-ACHADA) TO WRK-REG-PROPOSTA.  00079600
                                                                        00079700
            IF WRK-CARTAO-USUARIO EQUAL WRK-PPR-PROPONENTE              00079800
                MOVE 'APROVADOR IGUAL AO PROPONENTE'                    00079900
                                            TO WRK-MOTIVO-RECUSA        00080000
                GO TO 2200-99-FIM                                       00080100
            END-IF.                                                     00080200
                                                                        00080300
            IF WRK-PPR-DATA-EFET LESS WRK-DATA-RODADA                   00080400
                MOVE 'DATA EFETIVA JA PASSOU' TO WRK-MOTIVO-RECUSA      00080500
                GO TO 2200-99-FIM                                       00080600
            END-IF.                                                     00080700
                                                                        00080800
            MOVE WRK-PPR-DATA-EFET TO WRK-DATA-REFERENCIA.              00080900
            PERFORM 2500-PROCURAR-VIGENTE.                              00081000
                                                                        00081100
            MOVE ZEROS TO WRK-PRM-ACHADO.                               00081200
            PERFORM 2210-COMPARAR-PARAMETRO                             00081300
                VARYING WRK-IDX-PRM FROM 1 BY 1                         00081400
                UNTIL WRK-IDX-PRM GREATER WRK-QT-PARAMETROS             00081500
                   OR WRK-PRM-ACHADO NOT EQUAL ZEROS.                   00081600
                                                                        00081700
            IF WRK-PRM-ACHADO EQUAL ZEROS                               00081800
                IF WRK-QT-PARAMETROS NOT LESS 1000                      00081900
                    MOVE ' TABELA DE PARAMETROS CHEIA ' TO WRK-MSG      00082000
                    PERFORM 9000-TRATAR-ERROS                           00082100
                END-IF                                                  00082200
                ADD 1 TO WRK-QT-PARAMETROS                              00082300
                MOVE WRK-QT-PARAMETROS TO WRK-PRM-ACHADO                00082400
            END-IF.                                                     00082500
                                                                        00082600
            MOVE SPACES            TO WRK-REG-PARAM.                    00082700
            MOVE WRK-PPR-NOME      TO WRK-PARAM-NOME.                   00082800
            MOVE WRK-PPR-VALOR     TO WRK-PARAM-VALOR.                  00082900
            MOVE WRK-PPR-DATA-EFET TO WRK-PARAM-DATA-EFET.              00083000
            MOVE WRK-REG-PARAM TO WRK-TAB-PRM-ITEM(WRK-PRM-ACHADO).     00083100
                                                                        00083200
            MOVE 'A' TO WRK-TPP-SITUACAO(WRK-PRP-ACHADA).               00083300
            ADD 1 TO WRK-ACU-APROVADAS.                                 00083400
                                                                        00083500
            MOVE 'APROVADA'            TO WRK-APR-ACAO.                 00083600
            MOVE WRK-CARTAO-USUARIO    TO WRK-APR-USUARIO.              00083700
            PERFORM 2800-GRAVAR-AUDITORIA.                              00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       2200-99-FIM.            EXIT.                                    00084100
      *----------------------------------------------------------------*00084200
      *----------------------------------------------------------------*00084300
       2210-COMPARAR-PARAMETRO            SECTION.                      00084400
      *----------------------------------------------------------------*00084500
                                                                        00084600
            IF WRK-TPA-NOME(WRK-IDX-PRM) EQUAL WRK-PPR-NOME             00084700
               AND WRK-TPA-DATA-EFET(WRK-IDX-PRM)                       00084800
                   EQUAL WRK-PPR-DATA-EFET                              00084900
                MOVE WRK-IDX-PRM TO WRK-PRM-ACHADO                      00085000
            END-IF.                                                     00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       2210-99-FIM.            EXIT.                                    00085400
      *----------------------------------------------------------------*00085500
      *----------------------------------------------------------------*00085600
       2250-RECUSAR                       SECTION.                      00085700
      *----------------------------------------------------------------*00085800
                                                                        00085900
            MOVE SPACES TO WRK-MOTIVO-RECUSA.                           00086000
                                                                        00086100
            IF WRK-CARTAO-VALOR NOT EQUAL SPACES                        00086200
                MOVE 'VALOR SO NA PROPOSTA' TO WRK-MOTIVO-RECUSA        00086300
                GO TO 2250-99-FIM                                       00086400
            END-IF.                                                     00086500
                                                                        00086600
            IF WRK-PRP-ACHADA EQUAL ZEROS                               00086700
                MOVE 'PROPOSTA PENDENTE INEXISTENTE'                    00086800
                                            TO WRK-MOTIVO-RECUSA        00086900
                GO TO 2250-99-FIM                                       00087000
            END-IF.                                                     00087100
            MOVE WRK-TAB-PRP-ITEM(WRK-PRP-ACHADA) TO WRK-REG-PROPOSTA.  00087200
                                                                        00087300
            MOVE 'R' TO WRK-TPP-SITUACAO(WRK-PRP-ACHADA).               00087400
            ADD 1 TO WRK-ACU-RECUSADAS.                                 00087500
                                                                        00087600
            MOVE WRK-PPR-VALOR-ANTERIOR TO WRK-VALOR-ANTERIOR.          00087700
            MOVE 'RECUSADA'             TO WRK-APR-ACAO.                00087800
            MOVE WRK-CARTAO-USUARIO     TO WRK-APR-USUARIO.             00087900
            PERFORM 2800-GRAVAR-AUDITORIA.                              00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       2250-99-FIM.            EXIT.                                    00088300
      *----------------------------------------------------------------*00088400
      *----------------------------------------------------------------*00088500
       2300-PROCURAR-PROPOSTA             SECTION.                      00088600
      *----------------------------------------------------------------*00088700
      *    SO A PROPOSTA AINDA PENDENTE COM A CHAVE WRK-CHAVE-PROCURA. *00088800
      *----------------------------------------------------------------*00088900
                                                                        00089000
            MOVE ZEROS TO WRK-PRP-ACHADA.                               00089100
            PERFORM 2310-COMPARAR-PROPOSTA                              00089200
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00089300
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS              00089400
                   OR WRK-PRP-ACHADA NOT EQUAL ZEROS.                   00089500
                                                                        00089600
      *----------------------------------------------------------------*00089700
       2300-99-FIM.            EXIT.                                    00089800
      *----------------------------------------------------------------*00089900
      *----------------------------------------------------------------*00090000
       2310-COMPARAR-PROPOSTA             SECTION.                      00090100
      *----------------------------------------------------------------*00090200
                                                                        00090300
            IF WRK-TPP-CHAVE(WRK-IDX-PRP) EQUAL WRK-CHAVE-PROCURA       00090400
               AND WRK-TPP-SITUACAO(WRK-IDX-PRP) EQUAL 'P'              00090500
                MOVE WRK-IDX-PRP TO WRK-PRP-ACHADA                      00090600
            END-IF.                                                     00090700
                                                                        00090800
      *----------------------------------------------------------------*00090900
       2310-99-FIM.            EXIT.                                    00091000
      *----------------------------------------------------------------*00091100
      *----------------------------------------------------------------*00091200
       2400-GUARDAR-LISTAGEM              SECTION.                      00091300
      *----------------------------------------------------------------*00091400
                                                                        00091500
            IF WRK-CARTAO-VALOR NOT EQUAL SPACES                        00091600
               OR WRK-CARTAO-USUARIO NOT EQUAL SPACES                   00091700
                MOVE 'LISTAGEM SO COM NOME E DATA' TO WRK-MOTIVO-RECUSA 00091800
                PERFORM 2900-RECUSAR-CARTAO                             00091900
                GO TO 2400-99-FIM                                       00092000
            END-IF.                                                     00092100
                                                                        00092200
            IF WRK-CARTAO-DATA-EFET EQUAL SPACES                        00092300
                MOVE WRK-DATA-RODADA TO WRK-CARTAO-DATA-EFET-N          00092400
            END-IF.                                                     00092500
            MOVE WRK-CARTAO-DATA-EFET TO WRK-DATA-TESTE.                00092600
            PERFORM 2060-VALIDAR-DATA.                                  00092700
            IF WRK-DATA-VALIDA NOT EQUAL 'S'                            00092800
                MOVE 'DATA DA LISTAGEM INVALIDA' TO WRK-MOTIVO-RECUSA   00092900
                PERFORM 2900-RECUSAR-CARTAO                             00093000
                GO TO 2400-99-FIM                                       00093100
            END-IF.                                                     00093200
                                                                        00093300
            IF WRK-CARTAO-NOME NOT EQUAL SPACES                         00093400
                PERFORM 2010-PROCURAR-CATALOGO                          00093500
                IF WRK-CAT-ACHADO EQUAL ZEROS                           00093600
                    MOVE 'PARAMETRO FORA DO CATALOGO'                   00093700
                                            TO WRK-MOTIVO-RECUSA        00093800
                    PERFORM 2900-RECUSAR-CARTAO                         00093900
                    GO TO 2400-99-FIM                                   00094000
                END-IF                                                  00094100
            END-IF.                                                     00094200
                                                                        00094300
            IF WRK-QT-LISTAGENS NOT LESS 10                             00094400
                MOVE 'MAXIMO DE 10 LISTAGENS' TO WRK-MOTIVO-RECUSA      00094500
                PERFORM 2900-RECUSAR-CARTAO                             00094600
                GO TO 2400-99-FIM                                       00094700
            END-IF.                                                     00094800
                                                                        00094900
            ADD 1 TO WRK-QT-LISTAGENS.                                  00095000
            MOVE WRK-CARTAO-DATA-EFET-N                                 00095100
                 TO WRK-TLS-DATA(WRK-QT-LISTAGENS).                     00095200
            MOVE WRK-CARTAO-NOME TO WRK-TLS-NOME(WRK-QT-LISTAGENS).     00095300
                                                                        00095400
      *----------------------------------------------------------------*00095500
       2400-99-FIM.            EXIT.                                    00095600
      *----------------------------------------------------------------*00095700
      *----------------------------------------------------------------*00095800
       2500-PROCURAR-VIGENTE              SECTION.                      00095900
      *----------------------------------------------------------------*00096000
      *    REGISTRO DO PARAMS VIGENTE PARA WRK-CHP-NOME NA DATA        *00096100
      *    WRK-DATA-REFERENCIA: MAIOR VIGENCIA NAO POSTERIOR A DATA.   *00096200
      *    DEVOLVE O INDICE EM WRK-PRM-VIGENTE (ZEROS = SO O PADRAO    *00096300
      *    DO PROGRAMA) E O VALOR EM WRK-VALOR-ANTERIOR.               *00096400
      *----------------------------------------------------------------*00096500
                                                                        00096600
            MOVE ZEROS  TO WRK-PRM-VIGENTE.                             00096700
            MOVE SPACES TO WRK-VALOR-ANTERIOR.                          00096800
                                                                        00096900
            PERFORM 2510-COMPARAR-VIGENTE                               00097000
                VARYING WRK-IDX-PRM FROM 1 BY 1                         00097100
                UNTIL WRK-IDX-PRM GREATER WRK-QT-PARAMETROS.            00097200
                                                                        00097300
            IF WRK-PRM-VIGENTE NOT EQUAL ZEROS                          00097400
                MOVE WRK-TPA-VALOR(WRK-PRM-VIGENTE)                     00097500
                     TO WRK-VALOR-ANTERIOR                              00097600
            END-IF.                                                     00097700
                                                                        00097800
      *----------------------------------------------------------------*00097900
       2500-99-FIM.            EXIT.                                    00098000
      *----------------------------------------------------------------*00098100
      *----------------------------------------------------------------*00098200
       2510-COMPARAR-VIGENTE              SECTION.                      00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
            IF WRK-TPA-NOME(WRK-IDX-PRM) NOT EQUAL WRK-CHP-NOME         00098600
               OR WRK-TPA-DATA-EFET(WRK-IDX-PRM)                        00098700
                  GREATER WRK-DATA-REFERENCIA                           00098800
                GO TO 2510-99-FIM                                       00098900
            END-IF.                                                     00099000
                                                                        00099100
            IF WRK-PRM-VIGENTE EQUAL ZEROS                              00099200
                MOVE WRK-IDX-PRM TO WRK-PRM-VIGENTE                     00099300
                GO TO 2510-99-FIM                                       00099400
            END-IF.                                                     00099500
                                                                        00099600
            IF WRK-TPA-DATA-EFET(WRK-IDX-PRM) NOT LESS                  00099700
               WRK-TPA-DATA-EFET(WRK-PRM-VIGENTE)                       00099800
                MOVE WRK-IDX-PRM TO WRK-PRM-VIGENTE                     00099900
            END-IF.                                                     00100000
                                                                        00100100
      *----------------------------------------------------------------*00100200
       2510-99-FIM.            EXIT.                                    00100300
      *----------------------------------------------------------------*00100400
      *----------------------------------------------------------------*00100500
       2800-GRAVAR-AUDITORIA              SECTION.                      00100600
      *----------------------------------------------------------------*00100700
                                                                        00100800
            MOVE WRK-PPR-NOME          TO WRK-APR-NOME.                 00100900
            MOVE WRK-PPR-DATA-EFET     TO WRK-APR-DATA-EFET.            00101000
            MOVE WRK-VALOR-ANTERIOR    TO WRK-APR-VALOR-ANTERIOR.       00101100
            MOVE WRK-PPR-VALOR         TO WRK-APR-VALOR-NOVO.           00101200
            WRITE FD-AUDITPR FROM WRK-LINHA-AUDIT.                      00101300
            IF WRK-FS-AUDITPR NOT EQUAL ZEROS                           00101400
                MOVE ' ERRO GRAVACAO AUDITPR ' TO WRK-MSG               00101500
                PERFORM 9000-TRATAR-ERROS                               00101600
            END-IF.                                                     00101700
            DISPLAY 'AUDITORIA: ' WRK-LINHA-AUDIT.                      00101800
                                                                        00101900
      *----------------------------------------------------------------*00102000
       2800-99-FIM.            EXIT.                                    00102100
      *----------------------------------------------------------------*00102200
      *----------------------------------------------------------------*00102300
       2900-RECUSAR-CARTAO                SECTION.                      00102400
      *----------------------------------------------------------------*00102500
                                                                        00102600
            ADD 1 TO WRK-ACU-RECUSADOS.                                 00102700
            DISPLAY 'CARTAO RECUSADO (' WRK-MOTIVO-RECUSA '): '         00102800
                    WRK-CARTAO.                                         00102900
                                                                        00103000
      *----------------------------------------------------------------*00103100
       2900-99-FIM.            EXIT.                                    00103200
      *----------------------------------------------------------------*00103300
      *----------------------------------------------------------------*00103400
       3000-FINALIZAR                     SECTION.                      00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
            PERFORM 3050-EXPIRAR-PROPOSTA                               00103800
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00103900
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00104000
                                                                        00104100
            SORT ORDENA                                                 00104200
                ON ASCENDING KEY SD-CHAVE                               00104300
                INPUT PROCEDURE  IS 3100-LIBERAR-PARAMETROS             00104400
                OUTPUT PROCEDURE IS 3200-GRAVAR-PARAMETROS.             00104500
                                                                        00104600
            PERFORM 3300-GRAVAR-PENDENTES.                              00104700
                                                                        00104800
            IF WRK-QT-LISTAGENS EQUAL ZEROS                             00104900
                MOVE 1               TO WRK-QT-LISTAGENS                00105000
                MOVE WRK-DATA-RODADA TO WRK-TLS-DATA(1)                 00105100
                MOVE SPACES          TO WRK-TLS-NOME(1)                 00105200
            END-IF.                                                     00105300
                                                                        00105400
            SORT ORDLIS                                                 00105500
                ON ASCENDING KEY SD-LIS-CHAVE                           00105600
                INPUT PROCEDURE  IS 3400-LIBERAR-VIGENCIAS              00105700
                OUTPUT PROCEDURE IS 3500-EMITIR-VIGENCIAS.              00105800
                                                                        00105900
            PERFORM 3600-EMITIR-FORA-CATALOGO.                          00106000
            PERFORM 3700-EMITIR-PENDENTES.                              00106100
                                                                        00106200
            WRITE FD-RELPARM FROM WRK-LINHA-TRACO AFTER 2 LINES.        00106300
                                                                        00106400
            CLOSE AUDITPR                                               00106500
                  RELPARM.                                              00106600
                                                                        00106700
            DISPLAY '------------------------------------------------'. 00106800
            DISPLAY '  PARAMETROS GRAVADOS.: ' WRK-ACU-GRAVADOS.        00106900
            DISPLAY '  PROPOSTAS NA RODADA.: ' WRK-ACU-PROPOSTAS.       00107000
            DISPLAY '  APROVADAS...........: ' WRK-ACU-APROVADAS.       00107100
            DISPLAY '  RECUSADAS...........: ' WRK-ACU-RECUSADAS.       00107200
            DISPLAY '  EXPIRADAS...........: ' WRK-ACU-EXPIRADAS.       00107300
            DISPLAY '  AINDA PENDENTES.....: ' WRK-ACU-PENDENTES.       00107400
            DISPLAY '  FORA DO CATALOGO....: ' WRK-ACU-FORA-CATALOGO.   00107500
            DISPLAY '  CARTOES RECUSADOS...: ' WRK-ACU-RECUSADOS.       00107600
            DISPLAY '------------------------------------------------'. 00107700
                                                                        00107800
            IF WRK-ACU-RECUSADOS GREATER ZEROS                          00107900
                MOVE 4 TO RETURN-CODE                                   00108000
            END-IF.                                                     00108100
                                                                        00108200
            STOP RUN.                                                   00108300
                                                                        00108400
      *----------------------------------------------------------------*00108500
       3000-99-FIM.            EXIT.                                    00108600
      *----------------------------------------------------------------*00108700
      *----------------------------------------------------------------*00108800
       3050-EXPIRAR-PROPOSTA              SECTION.                      00108900
      *----------------------------------------------------------------*00109000
      *    PROPOSTA PENDENTE CUJA DATA EFETIVA JA PASSOU NAO PODE MAIS *00109100
      *    SER APROVADA: SAI DO ARQUIVO COM REGISTRO NA AUDITORIA.     *00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
            IF WRK-TPP-SITUACAO(WRK-IDX-PRP) NOT EQUAL 'P'              00109500
                GO TO 3050-99-FIM                                       00109600
            END-IF.                                                     00109700
                                                                        00109800
            MOVE WRK-TAB-PRP-ITEM(WRK-IDX-PRP) TO WRK-REG-PROPOSTA.     00109900
            IF WRK-PPR-DATA-EFET NOT LESS WRK-DATA-RODADA               00110000
                GO TO 3050-99-FIM                                       00110100
            END-IF.                                                     00110200
                                                                        00110300
            MOVE 'E' TO WRK-TPP-SITUACAO(WRK-IDX-PRP).                  00110400
            ADD 1 TO WRK-ACU-EXPIRADAS.                                 00110500
                                                                        00110600
            MOVE WRK-PPR-VALOR-ANTERIOR TO WRK-VALOR-ANTERIOR.          00110700
            MOVE 'EXPIRADA'             TO WRK-APR-ACAO.                00110800
            MOVE 'FR06C153'             TO WRK-APR-USUARIO.             00110900
            PERFORM 2800-GRAVAR-AUDITORIA.                              00111000
                                                                        00111100
      *----------------------------------------------------------------*00111200
       3050-99-FIM.            EXIT.                                    00111300
      *----------------------------------------------------------------*00111400
      *----------------------------------------------------------------*00111500
       3100-LIBERAR-PARAMETROS            SECTION.                      00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
            PERFORM 3110-LIBERAR-PARAMETRO                              00111900
                VARYING WRK-IDX-PRM FROM 1 BY 1                         00112000
                UNTIL WRK-IDX-PRM GREATER WRK-QT-PARAMETROS.            00112100
                                                                        00112200
      *----------------------------------------------------------------*00112300
       3100-99-FIM.            EXIT.                                    00112400
      *----------------------------------------------------------------*00112500
      *----------------------------------------------------------------*00112600
       3110-LIBERAR-PARAMETRO             SECTION.                      00112700
      *----------------------------------------------------------------*00112800
                                                                        00112900
            RELEASE SD-ORDENA FROM WRK-TAB-PRM-ITEM(WRK-IDX-PRM).       00113000
                                                                        00113100
      *----------------------------------------------------------------*00113200
       3110-99-FIM.            EXIT.                                    00113300
      *----------------------------------------------------------------*00113400
      *----------------------------------------------------------------*00113500
       3200-GRAVAR-PARAMETROS             SECTION.                      00113600
      *----------------------------------------------------------------*00113700
      *    O PARAMS NOVO SAI EM ORDEM DE NOME + VIGENCIA E A TABELA E  *00113800
      *    RECARREGADA NESSA ORDEM PARA A LISTAGEM.                    *00113900
      *----------------------------------------------------------------*00114000
                                                                        00114100
            OPEN OUTPUT PARSAI.                                         00114200
            IF WRK-FS-PARSAI NOT EQUAL ZEROS                            00114300
                MOVE ' ERRO ABERTURA PARSAI ' TO WRK-MSG                00114400
                PERFORM 9000-TRATAR-ERROS                               00114500
            END-IF.                                                     00114600
                                                                        00114700
            MOVE ZEROS TO WRK-QT-PARAMETROS.                            00114800
            MOVE 'N'   TO WRK-FIM-SORT.                                 00114900
            PERFORM 3210-RETORNAR-PARAMETRO                             00115000
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00115100
                                                                        00115200
            CLOSE PARSAI.                                               00115300
                                                                        00115400
      *----------------------------------------------------------------*00115500
       3200-99-FIM.            EXIT.                                    00115600
      *----------------------------------------------------------------*00115700
      *----------------------------------------------------------------*00115800
       3210-RETORNAR-PARAMETRO            SECTION.                      00115900
      *----------------------------------------------------------------*00116000
                                                                        00116100
            RETURN ORDENA INTO WRK-REG-PARAM                            00116200
                AT END                                                  00116300
                    MOVE 'S' TO WRK-FIM-SORT                            00116400
                NOT AT END                                              00116500
                    PERFORM 3220-GRAVAR-PARAMETRO                       00116600
            END-RETURN.                                                 00116700
                                                                        00116800
      *----------------------------------------------------------------*00116900
       3210-99-FIM.            EXIT.                                    00117000
      *----------------------------------------------------------------*00117100
      *----------------------------------------------------------------*00117200
       3220-GRAVAR-PARAMETRO              SECTION.                      00117300
      *----------------------------------------------------------------*00117400
                                                                        00117500
            WRITE FD-PARSAI FROM WRK-REG-PARAM.                         00117600
            IF WRK-FS-PARSAI NOT EQUAL ZEROS                            00117700
                MOVE ' ERRO GRAVACAO PARSAI ' TO WRK-MSG                00117800
                PERFORM 9000-TRATAR-ERROS                               00117900
            END-IF.                                                     00118000
                                                                        00118100
            ADD 1 TO WRK-ACU-GRAVADOS                                   00118200
                     WRK-QT-PARAMETROS.                                 00118300
            MOVE WRK-REG-PARAM TO WRK-TAB-PRM-ITEM(WRK-QT-PARAMETROS).  00118400
                                                                        00118500
      *----------------------------------------------------------------*00118600
       3220-99-FIM.            EXIT.                                    00118700
      *----------------------------------------------------------------*00118800
      *----------------------------------------------------------------*00118900
       3300-GRAVAR-PENDENTES              SECTION.                      00119000
      *----------------------------------------------------------------*00119100
                                                                        00119200
            OPEN OUTPUT PENDSAI.                                        00119300
            IF WRK-FS-PENDSAI NOT EQUAL ZEROS                           00119400
                MOVE ' ERRO ABERTURA PENDSAI ' TO WRK-MSG               00119500
                PERFORM 9000-TRATAR-ERROS                               00119600
            END-IF.                                                     00119700
                                                                        00119800
            PERFORM 3310-GRAVAR-PENDENTE                                00119900
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00120000
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00120100
                                                                        00120200
            CLOSE PENDSAI.                                              00120300
                                                                        00120400
      *----------------------------------------------------------------*00120500
       3300-99-FIM.            EXIT.                                    00120600
      *----------------------------------------------------------------*00120700
      *----------------------------------------------------------------*00120800
       3310-GRAVAR-PENDENTE               SECTION.                      00120900
      *----------------------------------------------------------------*00121000
                                                                        00121100
            IF WRK-TPP-SITUACAO(WRK-IDX-PRP) NOT EQUAL 'P'              00121200
                GO TO 3310-99-FIM                                       00121300
            END-IF.                                                     00121400
                                                                        00121500
            WRITE FD-PENDSAI FROM WRK-TAB-PRP-ITEM(WRK-IDX-PRP).        00121600
            IF WRK-FS-PENDSAI NOT EQUAL ZEROS                           00121700
                MOVE ' ERRO GRAVACAO PENDSAI ' TO WRK-MSG               00121800
                PERFORM 9000-TRATAR-ERROS                               00121900
            END-IF.                                                     00122000
            ADD 1 TO WRK-ACU-PENDENTES.                                 00122100
                                                                        00122200
      *----------------------------------------------------------------*00122300
       3310-99-FIM.            EXIT.                                    00122400
      *----------------------------------------------------------------*00122500
      *----------------------------------------------------------------*00122600
       3400-LIBERAR-VIGENCIAS             SECTION.                      00122700
      *----------------------------------------------------------------*00122800
      *    UMA LINHA POR DATA PEDIDA X PARAMETRO DO CATALOGO X         *00122900
      *    PROGRAMA QUE O LE; ORDENADAS POR DATA, PROGRAMA E NOME.     *00123000
      *----------------------------------------------------------------*00123100
                                                                        00123200
            PERFORM 3410-LIBERAR-DATA                                   00123300
                VARYING WRK-IDX-LIS FROM 1 BY 1                         00123400
                UNTIL WRK-IDX-LIS GREATER WRK-QT-LISTAGENS.             00123500
                                                                        00123600
      *----------------------------------------------------------------*00123700
       3400-99-FIM.            EXIT.                                    00123800
      *----------------------------------------------------------------*00123900
      *----------------------------------------------------------------*00124000
       3410-LIBERAR-DATA                  SECTION.                      00124100
      *----------------------------------------------------------------*00124200
                                                                        00124300
            PERFORM 3420-LIBERAR-PARAMETRO                              00124400
                VARYING WRK-IDX-CAT FROM 1 BY 1                         00124500
                UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO.              00124600
                                                                        00124700
      *----------------------------------------------------------------*00124800
       3410-99-FIM.            EXIT.                                    00124900
      *----------------------------------------------------------------*00125000
      *----------------------------------------------------------------*00125100
       3420-LIBERAR-PARAMETRO             SECTION.                      00125200
      *----------------------------------------------------------------*00125300
                                                                        00125400
            MOVE WRK-TAB-CAT-ITEM(WRK-IDX-CAT) TO WRK-REG-CATALOGO.     00125500
            IF WRK-TLS-NOME(WRK-IDX-LIS) NOT EQUAL SPACES               00125600
               AND WRK-TLS-NOME(WRK-IDX-LIS) NOT EQUAL WRK-CTP-NOME     00125700
                GO TO 3420-99-FIM                                       00125800
            END-IF.                                                     00125900
                                                                        00126000
            MOVE WRK-CTP-NOME              TO WRK-CHP-NOME.             00126100
            MOVE WRK-TLS-DATA(WRK-IDX-LIS) TO WRK-DATA-REFERENCIA.      00126200
            PERFORM 2500-PROCURAR-VIGENTE.                              00126300
                                                                        00126400
            MOVE WRK-TLS-DATA(WRK-IDX-LIS) TO SD-LIS-DATA.              00126500
            MOVE WRK-CTP-NOME              TO SD-LIS-NOME.              00126600
            MOVE WRK-VALOR-ANTERIOR        TO SD-LIS-VALOR.             00126700
            MOVE ZEROS                     TO SD-LIS-VIGENCIA.          00126800
            IF WRK-PRM-VIGENTE NOT EQUAL ZEROS                          00126900
                MOVE WRK-TPA-DATA-EFET(WRK-PRM-VIGENTE)                 00127000
                     TO SD-LIS-VIGENCIA                                 00127100
            END-IF.                                                     00127200
                                                                        00127300
      *    PROPOSTA PENDENTE QUE, APROVADA, MUDARIA O VALOR NA DATA     00127400
            MOVE 'N' TO SD-LIS-PENDENTE.                                00127500
            PERFORM 3430-VERIFICAR-PENDENTE                             00127600
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00127700
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00127800
                                                                        00127900
            IF WRK-CTP-PROGRAMAS EQUAL SPACES                           00128000
                MOVE '(NENHUM)' TO SD-LIS-PROGRAMA                      00128100
                RELEASE SD-ORDLIS                                       00128200
                GO TO 3420-99-FIM                                       00128300
            END-IF.                                                     00128400
                                                                        00128500
            PERFORM 3440-LIBERAR-PROGRAMA                               00128600
                VARYING WRK-IDX-PGM FROM 1 BY 1                         00128700
                UNTIL WRK-IDX-PGM GREATER 6.                            00128800
                                                                        00128900
      *----------------------------------------------------------------*00129000
       3420-99-FIM.            EXIT.                                    00129100
      *----------------------------------------------------------------*00129200
      *----------------------------------------------------------------*00129300
       3430-VERIFICAR-PENDENTE            SECTION.                      00129400
      *----------------------------------------------------------------*00129500
                                                                        00129600
            IF WRK-TPP-SITUACAO(WRK-IDX-PRP) NOT EQUAL 'P'              00129700
                GO TO 3430-99-FIM                                       00129800
            END-IF.                                                     00129900
                                                                        00130000
            MOVE WRK-TAB-PRP-ITEM(WRK-IDX-PRP) TO WRK-REG-PROPOSTA.     00130100
            IF WRK-PPR-NOME EQUAL WRK-CTP-NOME                          00130200
               AND WRK-PPR-DATA-EFET NOT GREATER WRK-DATA-REFERENCIA    00130300
               AND WRK-PPR-DATA-EFET NOT LESS SD-LIS-VIGENCIA           00130400
                MOVE 'S' TO SD-LIS-PENDENTE                             00130500
            END-IF.                                                     00130600
                                                                        00130700
      *----------------------------------------------------------------*00130800
       3430-99-FIM.            EXIT.                                    00130900
      *----------------------------------------------------------------*00131000
      *----------------------------------------------------------------*00131100
       3440-LIBERAR-PROGRAMA              SECTION.                      00131200
      *----------------------------------------------------------------*00131300
                                                                        00131400
            IF WRK-CTP-PROGRAMA(WRK-IDX-PGM) EQUAL SPACES               00131500
                GO TO 3440-99-FIM                                       00131600
            END-IF.                                                     00131700
                                                                        00131800
            MOVE WRK-CTP-PROGRAMA(WRK-IDX-PGM) TO SD-LIS-PROGRAMA.      00131900
            RELEASE SD-ORDLIS.                                          00132000
                                                                        00132100
      *----------------------------------------------------------------*00132200
       3440-99-FIM.            EXIT.                                    00132300
      *----------------------------------------------------------------*00132400
      *----------------------------------------------------------------*00132500
       3500-EMITIR-VIGENCIAS              SECTION.                      00132600
      *----------------------------------------------------------------*00132700
                                                                        00132800
            MOVE ZEROS TO WRK-DATA-QUEBRA.                              00132900
            MOVE 'N'   TO WRK-FIM-SORT.                                 00133000
            PERFORM 3510-RETORNAR-VIGENCIA                              00133100
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00133200
                                                                        00133300
      *----------------------------------------------------------------*00133400
       3500-99-FIM.            EXIT.                                    00133500
      *----------------------------------------------------------------*00133600
      *----------------------------------------------------------------*00133700
       3510-RETORNAR-VIGENCIA             SECTION.                      00133800
      *----------------------------------------------------------------*00133900
                                                                        00134000
            RETURN ORDLIS                                               00134100
                AT END                                                  00134200
                    MOVE 'S' TO WRK-FIM-SORT                            00134300
                NOT AT END                                              00134400
                    PERFORM 3520-EMITIR-VIGENCIA                        00134500
            END-RETURN.                                                 00134600
                                                                        00134700
      *----------------------------------------------------------------*00134800
       3510-99-FIM.            EXIT.                                    00134900
      *----------------------------------------------------------------*00135000
      *----------------------------------------------------------------*00135100
       3520-EMITIR-VIGENCIA               SECTION.                      00135200
      *----------------------------------------------------------------*00135300
                                                                        00135400
            IF SD-LIS-DATA NOT EQUAL WRK-DATA-QUEBRA                    00135500
                MOVE SD-LIS-DATA TO WRK-DATA-QUEBRA                     00135600
                                    WRK-DATA-EDITAR                     00135700
                PERFORM 3900-EDITAR-DATA                                00135800
                MOVE WRK-DATA-EDITADA TO WRK-CAB-DATA                   00135900
                IF WRK-ACU-LINHAS EQUAL ZEROS                           00136000
                    WRITE FD-RELPARM FROM WRK-CABEC1                    00136100
                ELSE                                                    00136200
                    WRITE FD-RELPARM FROM WRK-CABEC1 AFTER 2 LINES      00136300
                END-IF                                                  00136400
                WRITE FD-RELPARM FROM WRK-CABEC2                        00136500
            END-IF.                                                     00136600
                                                                        00136700
            MOVE SD-LIS-PROGRAMA TO WRK-LVG-PROGRAMA.                   00136800
            MOVE SD-LIS-NOME     TO WRK-LVG-NOME.                       00136900
            MOVE SD-LIS-VALOR    TO WRK-LVG-VALOR.                      00137000
            IF SD-LIS-VIGENCIA EQUAL ZEROS                              00137100
                MOVE '(PADRAO DO PGM)' TO WRK-LVG-VALOR                 00137200
                MOVE SPACES            TO WRK-LVG-VIGENCIA              00137300
            ELSE                                                        00137400
                MOVE SD-LIS-VIGENCIA TO WRK-DATA-EDITAR                 00137500
                PERFORM 3900-EDITAR-DATA                                00137600
                MOVE WRK-DATA-EDITADA TO WRK-LVG-VIGENCIA               00137700
            END-IF.                                                     00137800
            MOVE SPACES TO WRK-LVG-PENDENTE.                            00137900
            IF SD-LIS-PENDENTE EQUAL 'S'                                00138000
                MOVE 'PROPOSTA PEND.' TO WRK-LVG-PENDENTE               00138100
            END-IF.                                                     00138200
            WRITE FD-RELPARM FROM WRK-LINHA-VIGENCIA.                   00138300
            ADD 1 TO WRK-ACU-LINHAS.                                    00138400
                                                                        00138500
      *----------------------------------------------------------------*00138600
       3520-99-FIM.            EXIT.                                    00138700
      *----------------------------------------------------------------*00138800
      *----------------------------------------------------------------*00138900
       3600-EMITIR-FORA-CATALOGO          SECTION.                      00139000
      *----------------------------------------------------------------*00139100
      *    NOMES DO PARAMS SEM ENTRADA NO CATALOGO NAO PODEM SER       *00139200
      *    MANTIDOS POR AQUI: LISTADOS UMA VEZ POR NOME (A TABELA ESTA *00139300
      *    EM ORDEM DE NOME + VIGENCIA).                               *00139400
      *----------------------------------------------------------------*00139500
                                                                        00139600
            MOVE '--- PARAMETROS DO PARAMS FORA DO CATALOGO'            00139700
                 TO WRK-SUBTITULO.                                      00139800
            WRITE FD-RELPARM FROM WRK-SUBTITULO AFTER 2 LINES.          00139900
                                                                        00140000
            MOVE SPACES TO WRK-CARTAO-NOME.                             00140100
            PERFORM 3610-VERIFICAR-CATALOGO                             00140200
                VARYING WRK-IDX-PRM FROM 1 BY 1                         00140300
                UNTIL WRK-IDX-PRM GREATER WRK-QT-PARAMETROS.            00140400
                                                                        00140500
            IF WRK-ACU-FORA-CATALOGO EQUAL ZEROS                        00140600
                MOVE 'NENHUM' TO WRK-LTT-TEXTO                          00140700
                WRITE FD-RELPARM FROM WRK-LINHA-TEXTO                   00140800
            END-IF.                                                     00140900
                                                                        00141000
      *----------------------------------------------------------------*00141100
       3600-99-FIM.            EXIT.                                    00141200
      *----------------------------------------------------------------*00141300
      *----------------------------------------------------------------*00141400
       3610-VERIFICAR-CATALOGO            SECTION.                      00141500
      *----------------------------------------------------------------*00141600
                                                                        00141700
            IF WRK-TPA-NOME(WRK-IDX-PRM) EQUAL WRK-CARTAO-NOME          00141800
                GO TO 3610-99-FIM                                       00141900
            END-IF.                                                     00142000
            MOVE WRK-TPA-NOME(WRK-IDX-PRM) TO WRK-CARTAO-NOME.          00142100
                                                                        00142200
            PERFORM 2010-PROCURAR-CATALOGO.                             00142300
            IF WRK-CAT-ACHADO NOT EQUAL ZEROS                           00142400
                GO TO 3610-99-FIM                                       00142500
            END-IF.                                                     00142600
                                                                        00142700
            ADD 1 TO WRK-ACU-FORA-CATALOGO.                             00142800
            MOVE WRK-CARTAO-NOME TO WRK-LTT-TEXTO.                      00142900
            WRITE FD-RELPARM FROM WRK-LINHA-TEXTO.                      00143000
                                                                        00143100
      *----------------------------------------------------------------*00143200
       3610-99-FIM.            EXIT.                                    00143300
      *----------------------------------------------------------------*00143400
      *----------------------------------------------------------------*00143500
       3700-EMITIR-PENDENTES              SECTION.                      00143600
      *----------------------------------------------------------------*00143700
                                                                        00143800
            MOVE '--- PROPOSTAS AGUARDANDO APROVACAO' TO WRK-SUBTITULO. 00143900
            WRITE FD-RELPARM FROM WRK-SUBTITULO AFTER 2 LINES.          00144000
                                                                        00144100
            IF WRK-ACU-PENDENTES EQUAL ZEROS                            00144200
                MOVE 'NENHUMA' TO WRK-LTT-TEXTO                         00144300
                WRITE FD-RELPARM FROM WRK-LINHA-TEXTO                   00144400
                GO TO 3700-99-FIM                                       00144500
            END-IF.                                                     00144600
                                                                        00144700
            WRITE FD-RELPARM FROM WRK-CABEC-PENDENTES.                  00144800
            PERFORM 3710-EMITIR-PENDENTE                                00144900
                VARYING WRK-IDX-PRP FROM 1 BY 1                         00145000
                UNTIL WRK-IDX-PRP GREATER WRK-QT-PROPOSTAS.             00145100
                                                                        00145200
      *----------------------------------------------------------------*00145300
       3700-99-FIM.            EXIT.                                    00145400
      *----------------------------------------------------------------*00145500
      *----------------------------------------------------------------*00145600
       3710-EMITIR-PENDENTE               SECTION.                      00145700
      *----------------------------------------------------------------*00145800
                                                                        00145900
            IF WRK-TPP-SITUACAO(WRK-IDX-PRP) NOT EQUAL 'P'              00146000
                GO TO 3710-99-FIM                                       00146100
            END-IF.                                                     00146200
                                                                        00146300
            MOVE WRK-TAB-PRP-ITEM(WRK-IDX-PRP) TO WRK-REG-PROPOSTA.     00146400
            MOVE WRK-PPR-NOME           TO WRK-LPD-NOME.                00146500
            MOVE WRK-PPR-DATA-EFET      TO WRK-DATA-EDITAR.             00146600
            PERFORM 3900-EDITAR-DATA.                                   00146700
            MOVE WRK-DATA-EDITADA       TO WRK-LPD-DATA-EFET.           00146800
            MOVE WRK-PPR-VALOR-ANTERIOR TO WRK-LPD-VALOR-ANTERIOR.      00146900
            MOVE WRK-PPR-VALOR          TO WRK-LPD-VALOR.               00147000
            MOVE WRK-PPR-PROPONENTE     TO WRK-LPD-PROPONENTE.          00147100
            WRITE FD-RELPARM FROM WRK-LINHA-PENDENTE.                   00147200
                                                                        00147300
      *----------------------------------------------------------------*00147400
       3710-99-FIM.            EXIT.                                    00147500
      *----------------------------------------------------------------*00147600
      *----------------------------------------------------------------*00147700
       3900-EDITAR-DATA                   SECTION.                      00147800
      *----------------------------------------------------------------*00147900
                                                                        00148000
            MOVE WRK-DATA-EDITAR(7:2) TO WRK-DED-DIA.                   00148100
            MOVE WRK-DATA-EDITAR(5:2) TO WRK-DED-MES.                   00148200
            MOVE WRK-DATA-EDITAR(1:4) TO WRK-DED-ANO.                   00148300
                                                                        00148400
      *----------------------------------------------------------------*00148500
       3900-99-FIM.            EXIT.                                    00148600
      *----------------------------------------------------------------*00148700
      *----------------------------------------------------------------*00148800
       9000-TRATAR-ERROS                  SECTION.                      00148900
      *----------------------------------------------------------------*00149000
                                                                        00149100
             MOVE 'FR06C153'       TO WRK-ERR-PROGRAMA.                 00149200
             MOVE '9000'           TO WRK-ERR-SECTION.                  00149300
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00149400
             MOVE SPACES           TO WRK-ERR-STATUS.                   00149500
             MOVE WRK-FS-PARAMS    TO WRK-ERR-STATUS(1:2).              00149600
             MOVE WRK-FS-PRMCAT    TO WRK-ERR-STATUS(3:2).              00149700
             MOVE WRK-FS-PENDENT   TO WRK-ERR-STATUS(5:2).              00149800
             MOVE WRK-FS-PARSAI    TO WRK-ERR-STATUS(7:2).              00149900
             MOVE WRK-FS-AUDITPR   TO WRK-ERR-STATUS(9:2).              00150000
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00150100
                                                                        00150200
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00150300
                                                                        00150400
      *----------------------------------------------------------------*00150500
       9000-99-FIM.            EXIT.                                    00150600
      *----------------------------------------------------------------*00150700
