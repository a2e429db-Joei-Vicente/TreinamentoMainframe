      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C112.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: INFORME ANUAL DE RENDIMENTOS POR CPF/CNPJ, PARA   00001400
      *               A DECLARACAO DE IMPOSTO DO CLIENTE (RODADO EM     00001500
      *               FEVEREIRO, COM O ANO-CALENDARIO NO CARTAO SYSIN). 00001600
      *               POR CONTA REUNE:                                  00001700
      *               - OS JUROS CREDITADOS NO ANO PELO FR06CB53        00001800
      *                 (CREDITO 'C' COM A DESCRICAO PADRAO DO          00001900
      *                 FR06CB53) NO ARQUIVO MORTO (HISTMOV, LAYOUT     00002000
      *                 B#HISTM), MENOS OS ESTORNOS ('E') FEITOS NO     00002100
      *                 ANO SOBRE ESSES CREDITOS;                       00002200
      *               - O SALDO EM 31/12 DO SALDOMED DE DEZEMBRO        00002300
      *                 (SALDODEZ, LAYOUT B#SALDM, GERADO PELO          00002400
      *                 FR06C111 NO FECHAMENTO DO ANO).                 00002500
      *               AS CONTAS SAO AGRUPADAS POR DOCUMENTO (IDENCLI,   00002600
      *               LAYOUT B#IDENT) COM SORT INTERNO, NO MESMO        00002700
      *               PADRAO DO FR06C107, E CADA DOCUMENTO GERA UM      00002800
      *               INFORME NO INFREND COM O ENDERECO DO CADASTRO     00002900
      *               DE CONTATOS (CONTATO, LAYOUT B#CONTAT - O DA      00003000
      *               PRIMEIRA CONTA DO GRUPO QUE TIVER CONTATO).       00003100
      *               CLIENTE SEM CONTATO EM NENHUMA CONTA NAO TEM      00003200
      *               INFORME IMPRESSO E SAI NA LISTA DE EXCECAO        00003300
      *               EXCINF COM OS VALORES, ASSIM COMO AS CONTAS COM   00003400
      *               VALORES NO ANO QUE NAO TEM DOCUMENTO NO IDENCLI   00003500
      *               (RETURN-CODE 4). SE O HISTMOV NAO ALCANCAR        00003600
      *               01/01 DO ANO (JANELA DE RETENCAO), O INFORME SAI  00003700
      *               COM AVISO E RETURN-CODE 4.                        00003800
      *                                                                 00003900
      *----------------------------------------------------------------*00004000
      *     INPUT:                                                      00004100
      *     DDNAME           I/O                                        00004200
      *     IDENCLI           I   (DOCUMENTOS POR CONTA - LRECL 80)     00004300
      *     HISTMOV           I   (HISTORICO - LRECL 80)                00004400
      *     SALDODEZ          I   (SALDOMED DE DEZEMBRO - LRECL 80)     00004500
      *     CLI2505           I   (CADASTRO ATUAL - LRECL 56)           00004600
      *     CONTATO           I   (CONTATOS - LRECL 140)                00004700
      *     INFREND           O   (INFORMES - LRECL 80)                 00004800
      *     EXCINF            O   (EXCECOES - LRECL 80)                 00004900
      *                                                                 00005000
      *     SYSIN  - COL 01-04 ANO-CALENDARIO (AAAA)                    00005100
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
             SELECT IDENCLI            ASSIGN TO IDENCLI                00007400
                FILE STATUS            IS WRK-FS-IDENCLI.               00007500
             SELECT HISTMOV            ASSIGN TO HISTMOV                00007600
                FILE STATUS            IS WRK-FS-HISTMOV.               00007700
             SELECT SALDODEZ           ASSIGN TO SALDODEZ               00007800
                FILE STATUS            IS WRK-FS-SALDODEZ.              00007900
             SELECT CLI2505            ASSIGN TO CLI2505                00008000
                FILE STATUS            IS WRK-FS-CLI2505.               00008100
             SELECT CONTATO            ASSIGN TO CONTATO                00008200
                FILE STATUS            IS WRK-FS-CONTATO.               00008300
             SELECT INFREND            ASSIGN TO INFREND                00008400
                FILE STATUS            IS WRK-FS-INFREND.               00008500
             SELECT EXCINF             ASSIGN TO EXCINF                 00008600
                FILE STATUS            IS WRK-FS-EXCINF.                00008700
             SELECT ORDENA             ASSIGN TO ORDENA.                00008800
                                                                        00008900
      *================================================================*00009000
       DATA                                      DIVISION.              00009100
      *================================================================*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       FILE                                      SECTION.               00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
       FD IDENCLI                                                       00009800
           RECORDING MODE IS F                                          00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
       01 FD-IDENCLI                   PIC X(80).                       00010100
                                                                        00010200
       FD HISTMOV                                                       00010300
           RECORDING MODE IS F                                          00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
       01 FD-HISTMOV                   PIC X(80).                       00010600
                                                                        00010700
       FD SALDODEZ                                                      00010800
           RECORDING MODE IS F                                          00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
       01 FD-SALDODEZ                  PIC X(80).                       00011100
                                                                        00011200
       FD CLI2505                                                       00011300
           RECORDING MODE IS F                                          00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
       COPY 'B#CLI25'.                                                  00011600
                                                                        00011700
       FD CONTATO                                                       00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-CONTATO                   PIC X(140).                      00012100
                                                                        00012200
       FD INFREND                                                       00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
       01 FD-INFREND                   PIC X(80).                       00012600
                                                                        00012700
       FD EXCINF                                                        00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-EXCINF                    PIC X(80).                       00013100
                                                                        00013200
       SD ORDENA.                                                       00013300
       01 SD-ORDENA.                                                    00013400
          05 SD-DOCUMENTO              PIC X(14).                       00013500
          05 SD-CHAVE                  PIC X(08).                       00013600
          05 SD-TIPO-PESSOA            PIC X(01).                       00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
       WORKING-STORAGE                           SECTION.               00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
       01 FILLER                       PIC X(50)               VALUE    00014400
            '**** AREA DOS LAYOUTS ****'.                               00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
        COPY 'B#HDRTRL'.                                                00014800
        COPY 'B#IDENT'.                                                 00014900
        COPY 'B#HISTM'.                                                 00015000
        COPY 'B#SALDM'.                                                 00015100
        COPY 'B#CONTAT'.                                                00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       01 FILLER                       PIC X(50)               VALUE    00015500
            '**** AREA DO CARTAO E DO PERIODO ****'.                    00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
       01 WRK-CARTAO.                                                   00015900
          05 WRK-CARTAO-ANO            PIC X(04).                       00016000
          05 FILLER                    PIC X(76).                       00016100
                                                                        00016200
       77 WRK-ANO-BASE                 PIC 9(04) VALUE ZEROS.           00016300
       77 WRK-MES-DEZEMBRO             PIC 9(06) VALUE ZEROS.           00016400
       77 WRK-DATA-INICIO-ANO          PIC 9(08) VALUE ZEROS.           00016500
       77 WRK-MENOR-DATA-HIST          PIC 9(08) VALUE 99999999.        00016600
       77 WRK-DESC-JUROS               PIC X(30) VALUE                  00016700
                                       'JUROS SOBRE SALDO CREDOR'.      00016800
                                                                        00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                       PIC X(50)               VALUE    00017100
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
       77 WRK-FS-IDENCLI               PIC X(02) VALUE SPACES.          00017500
       77 WRK-FS-HISTMOV               PIC X(02) VALUE SPACES.          00017600
       77 WRK-FS-SALDODEZ              PIC X(02) VALUE SPACES.          00017700
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00017800
       77 WRK-FS-CONTATO               PIC X(02) VALUE SPACES.          00017900
       77 WRK-FS-INFREND               PIC X(02) VALUE SPACES.          00018000
       77 WRK-FS-EXCINF                PIC X(02) VALUE SPACES.          00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       01 FILLER                       PIC X(50)               VALUE    00018400
            '**** AREA DA TABELA DE CONTAS DO ANO ****'.                00018500
      *----------------------------------------------------------------*00018600
      *    UMA ENTRADA POR CONTA COM SALDO EM 31/12 (SALDODEZ) OU COM  *00018700
      *    JUROS NO ANO (HISTMOV). USADA = 'S' QUANDO A CONTA ENTRA    *00018800
      *    NO INFORME DE ALGUM DOCUMENTO.                              *00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
       01 WRK-TAB-CONTAS.                                               00019200
          05 WRK-TCT-ITEM              OCCURS 5000 TIMES.               00019300
             10 WRK-TCT-CHAVE.                                          00019400
                15 WRK-TCT-AGENCIA     PIC X(04).                       00019500
                15 WRK-TCT-CONTA       PIC X(04).                       00019600
             10 WRK-TCT-NOME           PIC X(30).                       00019700
             10 WRK-TCT-SALDO-DEZ      PIC S9(09)V99.                   00019800
             10 WRK-TCT-JUROS          PIC S9(09)V99.                   00019900
             10 WRK-TCT-USADA          PIC X(01).                       00020000
       77 WRK-QT-CONTAS                PIC 9(04) VALUE ZEROS.           00020100
       77 WRK-IDX-CTA                  PIC 9(04) VALUE ZEROS.           00020200
       77 WRK-CTA-ACHADA               PIC 9(04) VALUE ZEROS.           00020300
       77 WRK-CHAVE-PROCURADA          PIC X(08) VALUE SPACES.          00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
      *    CREDITOS DE JUROS DA CONTA CORRENTE DO HISTMOV (DATA +      *00020700
      *    SEQUENCIAL NO DIA, O MESMO DO VSAMMOV), PARA RECONHECER O   *00020800
      *    ESTORNO QUE OS ANULA.                                       *00020900
      *----------------------------------------------------------------*00021000
       01 WRK-TAB-JUROS-CTA.                                            00021100
          05 WRK-TJC-ITEM              OCCURS 100 TIMES.                00021200
             10 WRK-TJC-DATA           PIC 9(08).                       00021300
             10 WRK-TJC-SEQ            PIC 9(03).                       00021400
       77 WRK-QT-JUROS-CTA             PIC 9(03) VALUE ZEROS.           00021500
       77 WRK-IDX-JUR                  PIC 9(03) VALUE ZEROS.           00021600
       77 WRK-JUR-ACHADO               PIC 9(03) VALUE ZEROS.           00021700
       77 WRK-CHAVE-LIDA               PIC X(08) VALUE SPACES.          00021800
       77 WRK-DATA-LIDA                PIC 9(08) VALUE ZEROS.           00021900
       77 WRK-SEQ-DIA                  PIC 9(03) VALUE ZEROS.           00022000
       77 WRK-DATA-REF                 PIC X(08) VALUE SPACES.          00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
       01 FILLER                       PIC X(50)               VALUE    00022400
            '**** AREA DE CONTATOS (B#CONTAT) ****'.                    00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
       01 WRK-TAB-CONTATOS.                                             00022800
          05 WRK-TAB-CTT-ITEM          OCCURS 5000 TIMES.               00022900
             10 WRK-TBC-REGISTRO       PIC X(140).                      00023000
       77 WRK-QT-CONTATOS              PIC 9(04) VALUE ZEROS.           00023100
       77 WRK-IDX-CTT                  PIC 9(04) VALUE ZEROS.           00023200
       77 WRK-CTT-ACHADO               PIC 9(04) VALUE ZEROS.           00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
       01 FILLER                       PIC X(50)               VALUE    00023600
            '**** AREA DO GRUPO DO DOCUMENTO ****'.                     00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
       01 WRK-TAB-GRUPO.                                                00024000
          05 WRK-GRP-ITEM              OCCURS 100 TIMES.                00024100
             10 WRK-GRP-CTA            PIC 9(04).                       00024200
       77 WRK-QT-GRUPO                 PIC 9(03) VALUE ZEROS.           00024300
       77 WRK-IDX-GRP                  PIC 9(03) VALUE ZEROS.           00024400
       77 WRK-DOC-ANTERIOR             PIC X(14) VALUE SPACES.          00024500
       77 WRK-TIPO-PESSOA-DOC          PIC X(01) VALUE SPACES.          00024600
       77 WRK-DOC-NOME                 PIC X(30) VALUE SPACES.          00024700
       77 WRK-DOC-JUROS                PIC S9(11)V99 VALUE ZEROS.       00024800
       77 WRK-DOC-SALDO                PIC S9(11)V99 VALUE ZEROS.       00024900
       01 WRK-DOC-AUX                  PIC X(14) VALUE SPACES.          00025000
       01 WRK-DOC-CNPJ REDEFINES WRK-DOC-AUX.                           00025100
          05 WRK-CNPJ-P1               PIC X(02).                       00025200
          05 WRK-CNPJ-P2               PIC X(03).                       00025300
          05 WRK-CNPJ-P3               PIC X(03).                       00025400
          05 WRK-CNPJ-P4               PIC X(04).                       00025500
          05 WRK-CNPJ-DV               PIC X(02).                       00025600
       01 WRK-DOC-CPF REDEFINES WRK-DOC-AUX.                            00025700
          05 FILLER                    PIC X(03).                       00025800
          05 WRK-CPF-P1                PIC X(03).                       00025900
          05 WRK-CPF-P2                PIC X(03).                       00026000
          05 WRK-CPF-P3                PIC X(03).                       00026100
          05 WRK-CPF-DV                PIC X(02).                       00026200
       77 WRK-DOC-EDITADO              PIC X(18) VALUE SPACES.          00026300
       77 WRK-TIPO-DOC-EDITADO         PIC X(04) VALUE SPACES.          00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                       PIC X(50)               VALUE    00026700
            '**** AREA DE CONTADORES ****'.                             00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
       77 WRK-FIM-SORT                 PIC X(01) VALUE 'N'.             00027100
       77 WRK-ACU-HIST-LIDOS           PIC 9(07) VALUE ZEROS.           00027200
       77 WRK-ACU-CREDITOS-JUROS       PIC 9(07) VALUE ZEROS.           00027300
       77 WRK-ACU-ESTORNOS-JUROS       PIC 9(07) VALUE ZEROS.           00027400
       77 WRK-ACU-IDENT-LIDOS          PIC 9(07) VALUE ZEROS.           00027500
       77 WRK-ACU-INFORMES             PIC 9(07) VALUE ZEROS.           00027600
       77 WRK-ACU-SEM-CONTATO          PIC 9(07) VALUE ZEROS.           00027700
       77 WRK-ACU-SEM-DOCUMENTO        PIC 9(07) VALUE ZEROS.           00027800
       77 WRK-ACU-EXCEDENTES           PIC 9(07) VALUE ZEROS.           00027900
       77 WRK-ACU-JUROS                PIC S9(11)V99 VALUE ZEROS.       00028000
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
       01 FILLER                       PIC X(50)               VALUE    00028400
            '**** AREA DE LINHAS DO INFORME ****'.                      00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
       01 WRK-LINHA-SEPARA.                                             00028800
          05 FILLER                    PIC X(80) VALUE ALL '='.         00028900
       01 WRK-LINHA-TRACO.                                              00029000
          05 FILLER                    PIC X(80) VALUE ALL '-'.         00029100
       01 WRK-LINHA-BRANCO             PIC X(80) VALUE SPACES.          00029200
                                                                        00029300
       01 WRK-INF-TITULO.                                               00029400
          05 FILLER                    PIC X(51) VALUE                  00029500
             'INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO'.     00029600
          05 FILLER                    PIC X(01) VALUE SPACES.          00029700
          05 WRK-ITI-ANO               PIC 9(04).                       00029800
          05 FILLER                    PIC X(24) VALUE SPACES.          00029900
       01 WRK-INF-FONTE.                                                00030000
          05 FILLER                    PIC X(80) VALUE                  00030100
             'FONTE PAGADORA: FOURSYS'.                                 00030200
       01 WRK-INF-CLIENTE.                                              00030300
          05 FILLER                    PIC X(09) VALUE 'CLIENTE: '.     00030400
          05 WRK-ICL-NOME              PIC X(30).                       00030500
          05 FILLER                    PIC X(02) VALUE SPACES.          00030600
          05 WRK-ICL-TIPO              PIC X(04).                       00030700
          05 FILLER                    PIC X(01) VALUE SPACES.          00030800
          05 WRK-ICL-DOCUMENTO         PIC X(18).                       00030900
          05 FILLER                    PIC X(16) VALUE SPACES.          00031000
       01 WRK-INF-ENDERECO.                                             00031100
          05 FILLER                    PIC X(09) VALUE SPACES.          00031200
          05 WRK-IEN-TEXTO             PIC X(30).                       00031300
          05 FILLER                    PIC X(41) VALUE SPACES.          00031400
       01 WRK-INF-CIDADE.                                               00031500
          05 FILLER                    PIC X(09) VALUE SPACES.          00031600
          05 WRK-ICI-CIDADE            PIC X(20).                       00031700
          05 FILLER                    PIC X(03) VALUE ' - '.           00031800
          05 WRK-ICI-UF                PIC X(02).                       00031900
          05 FILLER                    PIC X(06) VALUE '  CEP '.        00032000
          05 WRK-ICI-CEP-1             PIC X(05).                       00032100
          05 FILLER                    PIC X(01) VALUE '-'.             00032200
          05 WRK-ICI-CEP-2             PIC X(03).                       00032300
          05 FILLER                    PIC X(31) VALUE SPACES.          00032400
       01 WRK-INF-COLUNAS.                                              00032500
          05 FILLER                    PIC X(38) VALUE                  00032600
             'AGENCIA/CONTA       RENDIMENTOS NO ANO'.                  00032700
          05 FILLER                    PIC X(18) VALUE                  00032800
             '    SALDO EM 31/12'.                                      00032900
          05 FILLER                    PIC X(24) VALUE SPACES.          00033000
       01 WRK-INF-CONTA.                                                00033100
          05 WRK-ICT-AGENCIA           PIC X(04).                       00033200
          05 FILLER                    PIC X(01) VALUE '/'.             00033300
          05 WRK-ICT-CONTA             PIC X(04).                       00033400
          05 FILLER                    PIC X(13) VALUE SPACES.          00033500
          05 WRK-ICT-JUROS             PIC -.---.---.--9,99.            00033600
          05 FILLER                    PIC X(02) VALUE SPACES.          00033700
          05 WRK-ICT-SALDO             PIC -.---.---.--9,99.            00033800
          05 FILLER                    PIC X(24) VALUE SPACES.          00033900
       01 WRK-INF-TOTAL.                                                00034000
          05 FILLER                    PIC X(22) VALUE                  00034100
             'TOTAL'.                                                   00034200
          05 WRK-ITO-JUROS             PIC -.---.---.--9,99.            00034300
          05 FILLER                    PIC X(02) VALUE SPACES.          00034400
          05 WRK-ITO-SALDO             PIC -.---.---.--9,99.            00034500
          05 FILLER                    PIC X(24) VALUE SPACES.          00034600
       01 WRK-INF-AVISO.                                                00034700
          05 FILLER                    PIC X(80) VALUE                  00034800
           '*** HISTORICO INCOMPLETO NO ANO - RENDIMENTOS A CONFERIR'.  00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       01 FILLER                       PIC X(50)               VALUE    00035200
            '**** AREA DA LISTA DE EXCECAO ****'.                       00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
       01 WRK-LINHA-EXCECAO.                                            00035600
          05 WRK-LEX-TIPO              PIC X(04).                       00035700
          05 FILLER                    PIC X(01) VALUE SPACES.          00035800
          05 WRK-LEX-DOCUMENTO         PIC X(18).                       00035900
          05 FILLER                    PIC X(01) VALUE SPACES.          00036000
          05 WRK-LEX-NOME              PIC X(20).                       00036100
          05 FILLER                    PIC X(01) VALUE SPACES.          00036200
          05 WRK-LEX-JUROS             PIC -(07)9,99.                   00036300
          05 FILLER                    PIC X(01) VALUE SPACES.          00036400
          05 WRK-LEX-SALDO             PIC -(07)9,99.                   00036500
          05 FILLER                    PIC X(01) VALUE SPACES.          00036600
          05 WRK-LEX-MOTIVO            PIC X(11).                       00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       01 FILLER                       PIC X(50)               VALUE    00037000
            '**** AREA DO MODULO TRTERRO ****'.                         00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
        COPY '#TRTERRO'.                                                00037400
                                                                        00037500
      *================================================================*00037600
       PROCEDURE DIVISION.                                              00037700
      *================================================================*00037800
      *----------------------------------------------------------------*00037900
       0000-PRINCIPAL                     SECTION.                      00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
           PERFORM 1000-INICIAR.                                        00038300
                                                                        00038400
           SORT ORDENA                                                  00038500
               ON ASCENDING KEY SD-DOCUMENTO                            00038600
                                SD-CHAVE                                00038700
               INPUT  PROCEDURE IS 2000-CLASSIFICAR-IDENT               00038800
               OUTPUT PROCEDURE IS 3000-EMITIR-INFORMES.                00038900
                                                                        00039000
           PERFORM 4000-FINALIZAR.                                      00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       0000-99-FIM.            EXIT.                                    00039400
      *----------------------------------------------------------------*00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       1000-INICIAR                       SECTION.                      00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
            ACCEPT WRK-CARTAO FROM SYSIN.                               00040100
            IF WRK-CARTAO-ANO NOT NUMERIC                               00040200
               OR WRK-CARTAO-ANO LESS '1900'                            00040300
                MOVE ' CARTAO DE ANO INVALIDO ' TO WRK-MSG              00040400
                PERFORM 9000-TRATAR-ERROS                               00040500
            END-IF.                                                     00040600
            MOVE WRK-CARTAO-ANO TO WRK-ANO-BASE.                        00040700
            MOVE WRK-CARTAO-ANO TO WRK-MES-DEZEMBRO(1:4)                00040800
                                   WRK-DATA-INICIO-ANO(1:4).            00040900
            MOVE '12'           TO WRK-MES-DEZEMBRO(5:2).               00041000
            MOVE '0101'         TO WRK-DATA-INICIO-ANO(5:4).            00041100
                                                                        00041200
            OPEN INPUT  IDENCLI                                         00041300
                 OUTPUT INFREND                                         00041400
                        EXCINF.                                         00041500
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00041600
                MOVE ' ERRO ABERTURA IDENCLI ' TO WRK-MSG               00041700
                PERFORM 9000-TRATAR-ERROS                               00041800
            END-IF.                                                     00041900
            IF WRK-FS-INFREND NOT EQUAL ZEROS                           00042000
                MOVE ' ERRO ABERTURA INFREND ' TO WRK-MSG               00042100
                PERFORM 9000-TRATAR-ERROS                               00042200
            END-IF.                                                     00042300
            IF WRK-FS-EXCINF NOT EQUAL ZEROS                            00042400
                MOVE ' ERRO ABERTURA EXCINF ' TO WRK-MSG                00042500
                PERFORM 9000-TRATAR-ERROS                               00042600
            END-IF.                                                     00042700
                                                                        00042800
            PERFORM 1100-CARREGAR-SALDOS-DEZ.                           00042900
                                                                        00043000
            PERFORM 1200-CARREGAR-RENDIMENTOS.                          00043100
                                                                        00043200
            PERFORM 1300-CARREGAR-NOMES.                                00043300
                                                                        00043400
            PERFORM 1400-CARREGAR-CONTATOS.                             00043500
                                                                        00043600
            MOVE WRK-ANO-BASE TO WRK-ITI-ANO.                           00043700
                                                                        00043800
      *----------------------------------------------------------------*00043900
       1000-99-FIM.            EXIT.                                    00044000
      *----------------------------------------------------------------*00044100
      *----------------------------------------------------------------*00044200
       1100-CARREGAR-SALDOS-DEZ           SECTION.                      00044300
      *----------------------------------------------------------------*00044400
      *    O SALDOMED PRECISA SER O DE DEZEMBRO DO ANO PEDIDO: O SALDO *00044500
      *    FINAL DELE E O SALDO EM 31/12.                              *00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
            OPEN INPUT SALDODEZ.                                        00044900
            IF WRK-FS-SALDODEZ NOT EQUAL ZEROS                          00045000
                MOVE ' ERRO ABERTURA SALDODEZ ' TO WRK-MSG              00045100
                PERFORM 9000-TRATAR-ERROS                               00045200
            END-IF.                                                     00045300
                                                                        00045400
            PERFORM 1110-LER-SALDO-DEZ                                  00045500
                UNTIL WRK-FS-SALDODEZ EQUAL '10'.                       00045600
            CLOSE SALDODEZ.                                             00045700
                                                                        00045800
            DISPLAY 'CONTAS EM 31/12.......: ' WRK-QT-CONTAS.           00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1100-99-FIM.            EXIT.                                    00046200
      *----------------------------------------------------------------*00046300
      *----------------------------------------------------------------*00046400
       1110-LER-SALDO-DEZ                 SECTION.                      00046500
      *----------------------------------------------------------------*00046600
                                                                        00046700
            READ SALDODEZ INTO WRK-REG-SALDOMED.                        00046800
            IF WRK-FS-SALDODEZ NOT EQUAL ZEROS                          00046900
                MOVE '10' TO WRK-FS-SALDODEZ                            00047000
                GO TO 1110-99-FIM                                       00047100
            END-IF.                                                     00047200
                                                                        00047300
            IF WRK-SDM-MES NOT EQUAL WRK-MES-DEZEMBRO                   00047400
                MOVE ' SALDODEZ NAO E DEZ DO ANO ' TO WRK-MSG           00047500
                PERFORM 9000-TRATAR-ERROS                               00047600
            END-IF.                                                     00047700
                                                                        00047800
            IF WRK-QT-CONTAS NOT LESS 5000                              00047900
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00048000
                PERFORM 9000-TRATAR-ERROS                               00048100
            END-IF.                                                     00048200
            ADD 1 TO WRK-QT-CONTAS.                                     00048300
            MOVE WRK-SDM-CHAVE       TO WRK-TCT-CHAVE(WRK-QT-CONTAS).   00048400
            MOVE SPACES              TO WRK-TCT-NOME(WRK-QT-CONTAS).    00048500
            MOVE WRK-SDM-SALDO-FINAL                                    00048600
              TO WRK-TCT-SALDO-DEZ(WRK-QT-CONTAS).                      00048700
            MOVE ZEROS               TO WRK-TCT-JUROS(WRK-QT-CONTAS).   00048800
            MOVE 'N'                 TO WRK-TCT-USADA(WRK-QT-CONTAS).   00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       1110-99-FIM.            EXIT.                                    00049200
      *----------------------------------------------------------------*00049300
      *----------------------------------------------------------------*00049400
       1200-CARREGAR-RENDIMENTOS          SECTION.                      00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
            OPEN INPUT HISTMOV.                                         00049800
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00049900
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00050000
                PERFORM 9000-TRATAR-ERROS                               00050100
            END-IF.                                                     00050200
                                                                        00050300
            PERFORM 1210-LER-HISTMOV                                    00050400
                UNTIL WRK-FS-HISTMOV EQUAL '10'.                        00050500
            CLOSE HISTMOV.                                              00050600
                                                                        00050700
            IF WRK-MENOR-DATA-HIST GREATER WRK-DATA-INICIO-ANO          00050800
                DISPLAY '*** AVISO: HISTMOV COMECA EM '                 00050900
                        WRK-MENOR-DATA-HIST                             00051000
                        ' - JUROS DO INICIO DO ANO FORA DA RETENCAO'    00051100
                MOVE 4 TO RETURN-CODE                                   00051200
            END-IF.                                                     00051300
                                                                        00051400
            DISPLAY 'CREDITOS DE JUROS.....: ' WRK-ACU-CREDITOS-JUROS.  00051500
            DISPLAY 'ESTORNOS DE JUROS.....: ' WRK-ACU-ESTORNOS-JUROS.  00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1200-99-FIM.            EXIT.                                    00051900
      *----------------------------------------------------------------*00052000
      *----------------------------------------------------------------*00052100
       1210-LER-HISTMOV                   SECTION.                      00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
            READ HISTMOV INTO WRK-REG-HISTM.                            00052500
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00052600
                MOVE '10' TO WRK-FS-HISTMOV                             00052700
                GO TO 1210-99-FIM                                       00052800
            END-IF.                                                     00052900
            ADD 1 TO WRK-ACU-HIST-LIDOS.                                00053000
                                                                        00053100
            IF WRK-HIS-DATA LESS WRK-MENOR-DATA-HIST                    00053200
                MOVE WRK-HIS-DATA TO WRK-MENOR-DATA-HIST                00053300
            END-IF.                                                     00053400
                                                                        00053500
      *     SEQUENCIAL DENTRO DA CONTA+DATA, COMO NO FR06CB62.          00053600
            IF WRK-HIS-CHAVE NOT EQUAL WRK-CHAVE-LIDA                   00053700
                MOVE WRK-HIS-CHAVE TO WRK-CHAVE-LIDA                    00053800
                MOVE ZEROS         TO WRK-DATA-LIDA                     00053900
                                      WRK-QT-JUROS-CTA                  00054000
            END-IF.                                                     00054100
            IF WRK-HIS-DATA EQUAL WRK-DATA-LIDA                         00054200
                ADD 1 TO WRK-SEQ-DIA                                    00054300
            ELSE                                                        00054400
                MOVE WRK-HIS-DATA  TO WRK-DATA-LIDA                     00054500
                MOVE 1             TO WRK-SEQ-DIA                       00054600
            END-IF.                                                     00054700
                                                                        00054800
            IF WRK-HIS-DATA(1:4) NOT EQUAL WRK-CARTAO-ANO               00054900
                GO TO 1210-99-FIM                                       00055000
            END-IF.                                                     00055100
                                                                        00055200
            IF WRK-HIS-TIPO EQUAL 'C'                                   00055300
               AND WRK-HIS-DESCRICAO EQUAL WRK-DESC-JUROS               00055400
                PERFORM 1220-CREDITAR-JUROS                             00055500
            END-IF.                                                     00055600
                                                                        00055700
            IF WRK-HIS-TIPO EQUAL 'E'                                   00055800
               AND WRK-HIE-TIPO-ORIG EQUAL 'C'                          00055900
                PERFORM 1230-ESTORNAR-JUROS                             00056000
            END-IF.                                                     00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1210-99-FIM.            EXIT.                                    00056400
      *----------------------------------------------------------------*00056500
      *----------------------------------------------------------------*00056600
       1220-CREDITAR-JUROS                SECTION.                      00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
            ADD 1 TO WRK-ACU-CREDITOS-JUROS.                            00057000
            MOVE WRK-HIS-CHAVE TO WRK-CHAVE-PROCURADA.                  00057100
            PERFORM 1250-LOCALIZAR-CONTA.                               00057200
            ADD WRK-HIS-VALOR TO WRK-TCT-JUROS(WRK-CTA-ACHADA).         00057300
                                                                        00057400
            IF WRK-QT-JUROS-CTA LESS 100                                00057500
                ADD 1 TO WRK-QT-JUROS-CTA                               00057600
                MOVE WRK-HIS-DATA TO WRK-TJC-DATA(WRK-QT-JUROS-CTA)     00057700
                MOVE WRK-SEQ-DIA  TO WRK-TJC-SEQ(WRK-QT-JUROS-CTA)      00057800
            END-IF.                                                     00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1220-99-FIM.            EXIT.                                    00058200
      *----------------------------------------------------------------*00058300
      *----------------------------------------------------------------*00058400
       1230-ESTORNAR-JUROS                SECTION.                      00058500
      *----------------------------------------------------------------*00058600
      *    REFERENCIA DO ESTORNO EM DDMMAAAA + SEQ; SO O ESTORNO DE UM *00058700
      *    CREDITO DE JUROS DO PROPRIO ANO ABATE O RENDIMENTO.         *00058800
      *----------------------------------------------------------------*00058900
                                                                        00059000
            MOVE WRK-HIE-DATA-ORIG(5:4) TO WRK-DATA-REF(1:4).           00059100
            MOVE WRK-HIE-DATA-ORIG(3:2) TO WRK-DATA-REF(5:2).           00059200
            MOVE WRK-HIE-DATA-ORIG(1:2) TO WRK-DATA-REF(7:2).           00059300
            MOVE ZEROS TO WRK-JUR-ACHADO.                               00059400
            PERFORM 1240-COMPARAR-JUROS                                 00059500
                VARYING WRK-IDX-JUR FROM 1 BY 1                         00059600
                UNTIL WRK-IDX-JUR GREATER WRK-QT-JUROS-CTA              00059700
                   OR WRK-JUR-ACHADO GREATER ZEROS.                     00059800
            IF WRK-JUR-ACHADO EQUAL ZEROS                               00059900
                GO TO 1230-99-FIM                                       00060000
            END-IF.                                                     00060100
                                                                        00060200
            ADD 1 TO WRK-ACU-ESTORNOS-JUROS.                            00060300
            MOVE WRK-HIS-CHAVE TO WRK-CHAVE-PROCURADA.                  00060400
            PERFORM 1250-LOCALIZAR-CONTA.                               00060500
            SUBTRACT WRK-HIS-VALOR FROM WRK-TCT-JUROS(WRK-CTA-ACHADA).  00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       1230-99-FIM.            EXIT.                                    00060900
      *----------------------------------------------------------------*00061000
      *----------------------------------------------------------------*00061100
       1240-COMPARAR-JUROS                SECTION.                      00061200
      *----------------------------------------------------------------*00061300
            IF WRK-TJC-DATA(WRK-IDX-JUR) EQUAL WRK-DATA-REF             00061400
               AND WRK-TJC-SEQ(WRK-IDX-JUR) EQUAL WRK-HIE-SEQ-ORIG      00061500
                MOVE WRK-IDX-JUR TO WRK-JUR-ACHADO                      00061600
            END-IF.                                                     00061700
      *----------------------------------------------------------------*00061800
       1240-99-FIM.            EXIT.                                    00061900
      *----------------------------------------------------------------*00062000
      *----------------------------------------------------------------*00062100
       1250-LOCALIZAR-CONTA               SECTION.                      00062200
      *----------------------------------------------------------------*00062300
      *    CONTA COM JUROS QUE NAO ESTA NO SALDODEZ (ENCERRADA NO ANO) *00062400
      *    ENTRA NA TABELA COM SALDO ZERO EM 31/12.                    *00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
            PERFORM 1260-PROCURAR-CONTA.                                00062800
            IF WRK-CTA-ACHADA GREATER ZEROS                             00062900
                GO TO 1250-99-FIM                                       00063000
            END-IF.                                                     00063100
                                                                        00063200
            IF WRK-QT-CONTAS NOT LESS 5000                              00063300
                MOVE ' TABELA DE CONTAS CHEIA ' TO WRK-MSG              00063400
                PERFORM 9000-TRATAR-ERROS                               00063500
            END-IF.                                                     00063600
            ADD 1 TO WRK-QT-CONTAS.                                     00063700
            MOVE WRK-QT-CONTAS       TO WRK-CTA-ACHADA.                 00063800
            MOVE WRK-CHAVE-PROCURADA TO WRK-TCT-CHAVE(WRK-CTA-ACHADA).  00063900
            MOVE SPACES              TO WRK-TCT-NOME(WRK-CTA-ACHADA).   00064000
            MOVE ZEROS TO WRK-TCT-SALDO-DEZ(WRK-CTA-ACHADA)             00064100
                          WRK-TCT-JUROS(WRK-CTA-ACHADA).                00064200
            MOVE 'N'                 TO WRK-TCT-USADA(WRK-CTA-ACHADA).  00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       1250-99-FIM.            EXIT.                                    00064600
      *----------------------------------------------------------------*00064700
      *----------------------------------------------------------------*00064800
       1260-PROCURAR-CONTA                SECTION.                      00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
            MOVE ZEROS TO WRK-CTA-ACHADA.                               00065200
            PERFORM 1270-COMPARAR-CONTA                                 00065300
                VARYING WRK-IDX-CTA FROM 1 BY 1                         00065400
                UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS                 00065500
                   OR WRK-CTA-ACHADA GREATER ZEROS.                     00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       1260-99-FIM.            EXIT.                                    00065900
      *----------------------------------------------------------------*00066000
      *----------------------------------------------------------------*00066100
       1270-COMPARAR-CONTA                SECTION.                      00066200
      *----------------------------------------------------------------*00066300
            IF WRK-TCT-CHAVE(WRK-IDX-CTA) EQUAL WRK-CHAVE-PROCURADA     00066400
                MOVE WRK-IDX-CTA TO WRK-CTA-ACHADA                      00066500
            END-IF.                                                     00066600
      *----------------------------------------------------------------*00066700
       1270-99-FIM.            EXIT.                                    00066800
      *----------------------------------------------------------------*00066900
      *----------------------------------------------------------------*00067000
       1300-CARREGAR-NOMES                SECTION.                      00067100
      *----------------------------------------------------------------*00067200
      *    O NOME VEM DO CADASTRO ATUAL; CONTA JA ENCERRADA FICA SEM   *00067300
      *    NOME (O INFORME USA O DE OUTRA CONTA DO MESMO DOCUMENTO).   *00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
            OPEN INPUT CLI2505.                                         00067700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00067800
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00067900
                PERFORM 9000-TRATAR-ERROS                               00068000
            END-IF.                                                     00068100
                                                                        00068200
            READ CLI2505.                                               00068300
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00068400
               OR FD-CLI2505(1:3) NOT EQUAL 'HDR'                       00068500
                MOVE ' CLI2505 SEM CABECALHO ' TO WRK-MSG               00068600
                PERFORM 9000-TRATAR-ERROS                               00068700
            END-IF.                                                     00068800
            MOVE FD-CLI2505(1:21) TO WRK-REG-CABECALHO.                 00068900
            IF WRK-HDR-VERSAO NOT EQUAL '02'                            00069000
                MOVE ' CLI2505 EM LAYOUT SEM CENTAVOS ' TO WRK-MSG      00069100
                PERFORM 9000-TRATAR-ERROS                               00069200
            END-IF.                                                     00069300
                                                                        00069400
            PERFORM 1310-LER-CLIENTE                                    00069500
                UNTIL WRK-FS-CLI2505 EQUAL '10'.                        00069600
            CLOSE CLI2505.                                              00069700
                                                                        00069800
      *----------------------------------------------------------------*00069900
       1300-99-FIM.            EXIT.                                    00070000
      *----------------------------------------------------------------*00070100
      *----------------------------------------------------------------*00070200
       1310-LER-CLIENTE                   SECTION.                      00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
            READ CLI2505.                                               00070600
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00070700
               OR FD-CLI2505(1:3) EQUAL 'TRL'                           00070800
                MOVE '10' TO WRK-FS-CLI2505                             00070900
                GO TO 1310-99-FIM                                       00071000
            END-IF.                                                     00071100
                                                                        00071200
            MOVE FD-CLI2505-CHAVE TO WRK-CHAVE-PROCURADA.               00071300
            PERFORM 1260-PROCURAR-CONTA.                                00071400
            IF WRK-CTA-ACHADA GREATER ZEROS                             00071500
                MOVE FD-CLI2505-NOME TO WRK-TCT-NOME(WRK-CTA-ACHADA)    00071600
            END-IF.                                                     00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       1310-99-FIM.            EXIT.                                    00072000
      *----------------------------------------------------------------*00072100
      *----------------------------------------------------------------*00072200
       1400-CARREGAR-CONTATOS             SECTION.                      00072300
      *----------------------------------------------------------------*00072400
                                                                        00072500
            OPEN INPUT CONTATO.                                         00072600
            IF WRK-FS-CONTATO EQUAL '35'                                00072700
                DISPLAY 'CONTATO AUSENTE - TODOS OS CLIENTES NA EXCECAO'00072800
                GO TO 1400-99-FIM                                       00072900
            END-IF.                                                     00073000
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00073100
                MOVE ' ERRO ABERTURA CONTATO ' TO WRK-MSG               00073200
                PERFORM 9000-TRATAR-ERROS                               00073300
            END-IF.                                                     00073400
                                                                        00073500
            PERFORM 1410-LER-CONTATO                                    00073600
                UNTIL WRK-FS-CONTATO EQUAL '10'.                        00073700
            CLOSE CONTATO.                                              00073800
                                                                        00073900
            DISPLAY 'CONTATOS CARREGADOS...: ' WRK-QT-CONTATOS.         00074000
                                                                        00074100
      *----------------------------------------------------------------*00074200
       1400-99-FIM.            EXIT.                                    00074300
      *----------------------------------------------------------------*00074400
      *----------------------------------------------------------------*00074500
       1410-LER-CONTATO                   SECTION.                      00074600
      *----------------------------------------------------------------*00074700
                                                                        00074800
            READ CONTATO.                                               00074900
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00075000
                MOVE '10' TO WRK-FS-CONTATO                             00075100
                GO TO 1410-99-FIM                                       00075200
            END-IF.                                                     00075300
                                                                        00075400
            IF WRK-QT-CONTATOS NOT LESS 5000                            00075500
                MOVE ' TABELA DE CONTATOS CHEIA ' TO WRK-MSG            00075600
                PERFORM 9000-TRATAR-ERROS                               00075700
            END-IF.                                                     00075800
            ADD 1 TO WRK-QT-CONTATOS.                                   00075900
            MOVE FD-CONTATO TO WRK-TBC-REGISTRO(WRK-QT-CONTATOS).       00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       1410-99-FIM.            EXIT.                                    00076300
      *----------------------------------------------------------------*00076400
      *----------------------------------------------------------------*00076500
       2000-CLASSIFICAR-IDENT             SECTION.                      00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
            PERFORM 2100-LER-E-LIBERAR                                  00076900
                UNTIL WRK-FS-IDENCLI EQUAL '10'.                        00077000
                                                                        00077100
      *----------------------------------------------------------------*00077200
       2000-99-FIM.            EXIT.                                    00077300
      *----------------------------------------------------------------*00077400
      *----------------------------------------------------------------*00077500
       2100-LER-E-LIBERAR                 SECTION.                      00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
            READ IDENCLI INTO WRK-REG-IDENT.                            00077900
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00078000
                MOVE '10' TO WRK-FS-IDENCLI                             00078100
                GO TO 2100-99-FIM                                       00078200
            END-IF.                                                     00078300
            ADD 1 TO WRK-ACU-IDENT-LIDOS.                               00078400
                                                                        00078500
            IF WRK-IDT-DOCUMENTO EQUAL SPACES                           00078600
               OR WRK-IDT-DOCUMENTO EQUAL ZEROS                         00078700
                GO TO 2100-99-FIM                                       00078800
            END-IF.                                                     00078900
                                                                        00079000
            MOVE WRK-IDT-DOCUMENTO   TO SD-DOCUMENTO.                   00079100
            MOVE WRK-IDT-CHAVE       TO SD-CHAVE.                       00079200
            MOVE WRK-IDT-TIPO-PESSOA TO SD-TIPO-PESSOA.                 00079300
            RELEASE SD-ORDENA.                                          00079400
                                                                        00079500
      *----------------------------------------------------------------*00079600
       2100-99-FIM.            EXIT.                                    00079700
      *----------------------------------------------------------------*00079800
      *----------------------------------------------------------------*00079900
       3000-EMITIR-INFORMES               SECTION.                      00080000
      *----------------------------------------------------------------*00080100
                                                                        00080200
            PERFORM 3100-RETORNAR-CONTA                                 00080300
                UNTIL WRK-FIM-SORT EQUAL 'S'.                           00080400
            IF WRK-DOC-ANTERIOR NOT EQUAL SPACES                        00080500
                PERFORM 3500-FECHAR-DOCUMENTO                           00080600
            END-IF.                                                     00080700
                                                                        00080800
      *----------------------------------------------------------------*00080900
       3000-99-FIM.            EXIT.                                    00081000
      *----------------------------------------------------------------*00081100
      *----------------------------------------------------------------*00081200
       3100-RETORNAR-CONTA                SECTION.                      00081300
      *----------------------------------------------------------------*00081400
                                                                        00081500
            RETURN ORDENA                                               00081600
                AT END                                                  00081700
                    MOVE 'S' TO WRK-FIM-SORT                            00081800
                NOT AT END                                              00081900
                    PERFORM 3200-TRATAR-CONTA                           00082000
            END-RETURN.                                                 00082100
                                                                        00082200
      *----------------------------------------------------------------*00082300
       3100-99-FIM.            EXIT.                                    00082400
      *----------------------------------------------------------------*00082500
      *----------------------------------------------------------------*00082600
       3200-TRATAR-CONTA                  SECTION.                      00082700
      *----------------------------------------------------------------*00082800
      *    SO ENTRA NO INFORME A CONTA COM SALDO EM 31/12 OU JUROS NO  *00082900
      *    ANO (CONTA ABERTA DEPOIS DE 31/12 NAO ESTA NA TABELA).      *00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
            IF SD-DOCUMENTO NOT EQUAL WRK-DOC-ANTERIOR                  00083300
                IF WRK-DOC-ANTERIOR NOT EQUAL SPACES                    00083400
                    PERFORM 3500-FECHAR-DOCUMENTO                       00083500
                END-IF                                                  00083600
                MOVE SD-DOCUMENTO   TO WRK-DOC-ANTERIOR                 00083700
                MOVE SD-TIPO-PESSOA TO WRK-TIPO-PESSOA-DOC              00083800
                MOVE ZEROS          TO WRK-QT-GRUPO                     00083900
            END-IF.                                                     00084000
                                                                        00084100
            MOVE SD-CHAVE TO WRK-CHAVE-PROCURADA.                       00084200
            PERFORM 1260-PROCURAR-CONTA.                                00084300
            IF WRK-CTA-ACHADA EQUAL ZEROS                               00084400
                GO TO 3200-99-FIM                                       00084500
            END-IF.                                                     00084600
      *    MESMA CONTA REPETIDA NO IDENCLI ENTRA UMA VEZ SO.            00084700
            IF WRK-QT-GRUPO GREATER ZEROS                               00084800
               AND WRK-CTA-ACHADA EQUAL WRK-GRP-CTA(WRK-QT-GRUPO)       00084900
                GO TO 3200-99-FIM                                       00085000
            END-IF.                                                     00085100
            IF WRK-QT-GRUPO NOT LESS 100                                00085200
                ADD 1 TO WRK-ACU-EXCEDENTES                             00085300
                DISPLAY 'DOCUMENTO COM MAIS DE 100 CONTAS: '            00085400
                        SD-DOCUMENTO ' - CONTA ' SD-CHAVE ' IGNORADA'   00085500
                MOVE 4 TO RETURN-CODE                                   00085600
                GO TO 3200-99-FIM                                       00085700
            END-IF.                                                     00085800
                                                                        00085900
            ADD 1 TO WRK-QT-GRUPO.                                      00086000
            MOVE WRK-CTA-ACHADA TO WRK-GRP-CTA(WRK-QT-GRUPO).           00086100
            MOVE 'S'            TO WRK-TCT-USADA(WRK-CTA-ACHADA).       00086200
                                                                        00086300
      *----------------------------------------------------------------*00086400
       3200-99-FIM.            EXIT.                                    00086500
      *----------------------------------------------------------------*00086600
      *----------------------------------------------------------------*00086700
       3500-FECHAR-DOCUMENTO              SECTION.                      00086800
      *----------------------------------------------------------------*00086900
      *    TOTALIZA O GRUPO, PROCURA O ENDERECO E EMITE O INFORME OU   *00087000
      *    A LINHA DE EXCECAO.                                         *00087100
      *----------------------------------------------------------------*00087200
                                                                        00087300
            IF WRK-QT-GRUPO EQUAL ZEROS                                 00087400
                GO TO 3500-99-FIM                                       00087500
            END-IF.                                                     00087600
                                                                        00087700
            MOVE ZEROS  TO WRK-DOC-JUROS                                00087800
                           WRK-DOC-SALDO                                00087900
                           WRK-CTT-ACHADO.                              00088000
            MOVE SPACES TO WRK-DOC-NOME.                                00088100
            PERFORM 3510-SOMAR-CONTA                                    00088200
                VARYING WRK-IDX-GRP FROM 1 BY 1                         00088300
                UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPO.                 00088400
            ADD WRK-DOC-JUROS TO WRK-ACU-JUROS.                         00088500
                                                                        00088600
            PERFORM 3520-FORMATAR-DOCUMENTO.                            00088700
                                                                        00088800
            IF WRK-CTT-ACHADO EQUAL ZEROS                               00088900
                MOVE WRK-TIPO-DOC-EDITADO TO WRK-LEX-TIPO               00089000
                MOVE WRK-DOC-EDITADO      TO WRK-LEX-DOCUMENTO          00089100
                MOVE WRK-DOC-NOME         TO WRK-LEX-NOME               00089200
                MOVE WRK-DOC-JUROS        TO WRK-LEX-JUROS              00089300
                MOVE WRK-DOC-SALDO        TO WRK-LEX-SALDO              00089400
                MOVE 'SEM CONTATO'        TO WRK-LEX-MOTIVO             00089500
                WRITE FD-EXCINF FROM WRK-LINHA-EXCECAO                  00089600
                ADD 1 TO WRK-ACU-SEM-CONTATO                            00089700
                MOVE 4 TO RETURN-CODE                                   00089800
                GO TO 3500-99-FIM                                       00089900
            END-IF.                                                     00090000
                                                                        00090100
            PERFORM 3600-IMPRIMIR-INFORME.                              00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       3500-99-FIM.            EXIT.                                    00090500
      *----------------------------------------------------------------*00090600
      *----------------------------------------------------------------*00090700
       3510-SOMAR-CONTA                   SECTION.                      00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
            MOVE WRK-GRP-CTA(WRK-IDX-GRP) TO WRK-IDX-CTA.               00091100
            ADD WRK-TCT-JUROS(WRK-IDX-CTA)     TO WRK-DOC-JUROS.        00091200
            ADD WRK-TCT-SALDO-DEZ(WRK-IDX-CTA) TO WRK-DOC-SALDO.        00091300
            IF WRK-DOC-NOME EQUAL SPACES                                00091400
                MOVE WRK-TCT-NOME(WRK-IDX-CTA) TO WRK-DOC-NOME          00091500
            END-IF.                                                     00091600
            IF WRK-CTT-ACHADO EQUAL ZEROS                               00091700
                MOVE WRK-TCT-CHAVE(WRK-IDX-CTA) TO WRK-CHAVE-PROCURADA  00091800
                PERFORM 3515-COMPARAR-CONTATO                           00091900
                    VARYING WRK-IDX-CTT FROM 1 BY 1                     00092000
                    UNTIL WRK-IDX-CTT GREATER WRK-QT-CONTATOS           00092100
                       OR WRK-CTT-ACHADO GREATER ZEROS                  00092200
            END-IF.                                                     00092300
                                                                        00092400
      *----------------------------------------------------------------*00092500
       3510-99-FIM.            EXIT.                                    00092600
      *----------------------------------------------------------------*00092700
      *----------------------------------------------------------------*00092800
       3515-COMPARAR-CONTATO              SECTION.                      00092900
      *----------------------------------------------------------------*00093000
            IF WRK-TBC-REGISTRO(WRK-IDX-CTT)(1:8)                       00093100
               EQUAL WRK-CHAVE-PROCURADA                                00093200
                MOVE WRK-IDX-CTT TO WRK-CTT-ACHADO                      00093300
            END-IF.                                                     00093400
      *----------------------------------------------------------------*00093500
       3515-99-FIM.            EXIT.                                    00093600
      *----------------------------------------------------------------*00093700
      *----------------------------------------------------------------*00093800
       3520-FORMATAR-DOCUMENTO            SECTION.                      00093900
      *----------------------------------------------------------------*00094000
      *    CPF 999.999.999-99 (11 ULTIMAS POSICOES) / CNPJ             *00094100
      *    99.999.999/9999-99.                                         *00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
            MOVE WRK-DOC-ANTERIOR TO WRK-DOC-AUX.                       00094500
            MOVE SPACES           TO WRK-DOC-EDITADO.                   00094600
            IF WRK-TIPO-PESSOA-DOC EQUAL 'J'                            00094700
                MOVE 'CNPJ' TO WRK-TIPO-DOC-EDITADO                     00094800
                STRING WRK-CNPJ-P1 '.' WRK-CNPJ-P2 '.' WRK-CNPJ-P3 '/'  00094900
                       WRK-CNPJ-P4 '-' WRK-CNPJ-DV                      00095000
                       DELIMITED BY SIZE INTO WRK-DOC-EDITADO           00095100
            ELSE                                                        00095200
                MOVE 'CPF ' TO WRK-TIPO-DOC-EDITADO                     00095300
                STRING WRK-CPF-P1 '.' WRK-CPF-P2 '.' WRK-CPF-P3 '-'     00095400
                       WRK-CPF-DV                                       00095500
                       DELIMITED BY SIZE INTO WRK-DOC-EDITADO           00095600
            END-IF.                                                     00095700
                                                                        00095800
      *----------------------------------------------------------------*00095900
       3520-99-FIM.            EXIT.                                    00096000
      *----------------------------------------------------------------*00096100
      *----------------------------------------------------------------*00096200
       3600-IMPRIMIR-INFORME              SECTION.                      00096300
      *----------------------------------------------------------------*00096400
                                                                        00096500
            MOVE WRK-TBC-REGISTRO(WRK-CTT-ACHADO) TO WRK-REG-CONTATO.   00096600
                                                                        00096700
            WRITE FD-INFREND FROM WRK-LINHA-SEPARA.                     00096800
            WRITE FD-INFREND FROM WRK-INF-TITULO.                       00096900
            WRITE FD-INFREND FROM WRK-INF-FONTE.                        00097000
            IF WRK-MENOR-DATA-HIST GREATER WRK-DATA-INICIO-ANO          00097100
                WRITE FD-INFREND FROM WRK-INF-AVISO                     00097200
            END-IF.                                                     00097300
            WRITE FD-INFREND FROM WRK-LINHA-BRANCO.                     00097400
                                                                        00097500
            MOVE WRK-DOC-NOME         TO WRK-ICL-NOME.                  00097600
            MOVE WRK-TIPO-DOC-EDITADO TO WRK-ICL-TIPO.                  00097700
            MOVE WRK-DOC-EDITADO      TO WRK-ICL-DOCUMENTO.             00097800
            WRITE FD-INFREND FROM WRK-INF-CLIENTE.                      00097900
            MOVE WRK-CTT-ENDERECO1    TO WRK-IEN-TEXTO.                 00098000
            WRITE FD-INFREND FROM WRK-INF-ENDERECO.                     00098100
            IF WRK-CTT-ENDERECO2 NOT EQUAL SPACES                       00098200
                MOVE WRK-CTT-ENDERECO2 TO WRK-IEN-TEXTO                 00098300
                WRITE FD-INFREND FROM WRK-INF-ENDERECO                  00098400
            END-IF.                                                     00098500
            MOVE WRK-CTT-CIDADE       TO WRK-ICI-CIDADE.                00098600
            MOVE WRK-CTT-UF           TO WRK-ICI-UF.                    00098700
            MOVE WRK-CTT-CEP(1:5)     TO WRK-ICI-CEP-1.                 00098800
            MOVE WRK-CTT-CEP(6:3)     TO WRK-ICI-CEP-2.                 00098900
            WRITE FD-INFREND FROM WRK-INF-CIDADE.                       00099000
            WRITE FD-INFREND FROM WRK-LINHA-BRANCO.                     00099100
                                                                        00099200
            WRITE FD-INFREND FROM WRK-INF-COLUNAS.                      00099300
            WRITE FD-INFREND FROM WRK-LINHA-TRACO.                      00099400
            PERFORM 3610-IMPRIMIR-CONTA                                 00099500
                VARYING WRK-IDX-GRP FROM 1 BY 1                         00099600
                UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPO.                 00099700
            WRITE FD-INFREND FROM WRK-LINHA-TRACO.                      00099800
            MOVE WRK-DOC-JUROS TO WRK-ITO-JUROS.                        00099900
            MOVE WRK-DOC-SALDO TO WRK-ITO-SALDO.                        00100000
            WRITE FD-INFREND FROM WRK-INF-TOTAL.                        00100100
                                                                        00100200
            ADD 1 TO WRK-ACU-INFORMES.                                  00100300
                                                                        00100400
      *----------------------------------------------------------------*00100500
       3600-99-FIM.            EXIT.                                    00100600
      *----------------------------------------------------------------*00100700
      *----------------------------------------------------------------*00100800
       3610-IMPRIMIR-CONTA                SECTION.                      00100900
      *----------------------------------------------------------------*00101000
            MOVE WRK-GRP-CTA(WRK-IDX-GRP)      TO WRK-IDX-CTA.          00101100
            MOVE WRK-TCT-AGENCIA(WRK-IDX-CTA)   TO WRK-ICT-AGENCIA.     00101200
            MOVE WRK-TCT-CONTA(WRK-IDX-CTA)     TO WRK-ICT-CONTA.       00101300
            MOVE WRK-TCT-JUROS(WRK-IDX-CTA)     TO WRK-ICT-JUROS.       00101400
            MOVE WRK-TCT-SALDO-DEZ(WRK-IDX-CTA) TO WRK-ICT-SALDO.       00101500
            WRITE FD-INFREND FROM WRK-INF-CONTA.                        00101600
      *----------------------------------------------------------------*00101700
       3610-99-FIM.            EXIT.                                    00101800
      *----------------------------------------------------------------*00101900
      *----------------------------------------------------------------*00102000
       3700-LISTAR-SEM-DOCUMENTO          SECTION.                      00102100
      *----------------------------------------------------------------*00102200
      *    CONTA COM VALORES NO ANO QUE NAO APARECEU EM NENHUM         *00102300
      *    DOCUMENTO DO IDENCLI.                                       *00102400
      *----------------------------------------------------------------*00102500
            IF WRK-TCT-USADA(WRK-IDX-CTA) EQUAL 'S'                     00102600
                GO TO 3700-99-FIM                                       00102700
            END-IF.                                                     00102800
            MOVE SPACES                         TO WRK-LEX-TIPO         00102900
                                                   WRK-LEX-DOCUMENTO.   00103000
            STRING WRK-TCT-AGENCIA(WRK-IDX-CTA) '/'                     00103100
                   WRK-TCT-CONTA(WRK-IDX-CTA)                           00103200
                   DELIMITED BY SIZE INTO WRK-LEX-DOCUMENTO.            00103300
            MOVE WRK-TCT-NOME(WRK-IDX-CTA)      TO WRK-LEX-NOME.        00103400
            MOVE WRK-TCT-JUROS(WRK-IDX-CTA)     TO WRK-LEX-JUROS.       00103500
            MOVE WRK-TCT-SALDO-DEZ(WRK-IDX-CTA) TO WRK-LEX-SALDO.       00103600
            MOVE 'SEM CPF/CNP'                  TO WRK-LEX-MOTIVO.      00103700
            WRITE FD-EXCINF FROM WRK-LINHA-EXCECAO.                     00103800
            ADD 1 TO WRK-ACU-SEM-DOCUMENTO.                             00103900
            MOVE 4 TO RETURN-CODE.                                      00104000
      *----------------------------------------------------------------*00104100
       3700-99-FIM.            EXIT.                                    00104200
      *----------------------------------------------------------------*00104300
      *----------------------------------------------------------------*00104400
       4000-FINALIZAR                     SECTION.                      00104500
      *----------------------------------------------------------------*00104600
                                                                        00104700
            PERFORM 3700-LISTAR-SEM-DOCUMENTO                           00104800
                VARYING WRK-IDX-CTA FROM 1 BY 1                         00104900
                UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.                00105000
                                                                        00105100
            CLOSE IDENCLI                                               00105200
                  INFREND                                               00105300
                  EXCINF.                                               00105400
                                                                        00105500
            DISPLAY '------------------------------------------------'. 00105600
            DISPLAY '  HISTORICO LIDO.......: ' WRK-ACU-HIST-LIDOS.     00105700
            DISPLAY '  DOCUMENTOS LIDOS.....: ' WRK-ACU-IDENT-LIDOS.    00105800
            DISPLAY '  INFORMES EMITIDOS....: ' WRK-ACU-INFORMES.       00105900
            DISPLAY '  CLIENTES SEM CONTATO.: ' WRK-ACU-SEM-CONTATO.    00106000
            DISPLAY '  CONTAS SEM DOCUMENTO.: ' WRK-ACU-SEM-DOCUMENTO.  00106100
            DISPLAY '  CONTAS EXCEDENTES....: ' WRK-ACU-EXCEDENTES.     00106200
            DISPLAY '  TOTAL DE RENDIMENTOS.: ' WRK-ACU-JUROS.          00106300
            DISPLAY '------------------------------------------------'. 00106400
                                                                        00106500
            STOP RUN.                                                   00106600
      *----------------------------------------------------------------*00106700
       4000-99-FIM.            EXIT.                                    00106800
      *----------------------------------------------------------------*00106900
                                                                        00107000
      *----------------------------------------------------------------*00107100
       9000-TRATAR-ERROS                  SECTION.                      00107200
      *----------------------------------------------------------------*00107300
                                                                        00107400
             MOVE 'FR06C112'       TO WRK-ERR-PROGRAMA.                 00107500
             MOVE '9000'           TO WRK-ERR-SECTION.                  00107600
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00107700
             MOVE SPACES           TO WRK-ERR-STATUS.                   00107800
             MOVE WRK-FS-IDENCLI   TO WRK-ERR-STATUS(1:2).              00107900
             MOVE WRK-FS-HISTMOV   TO WRK-ERR-STATUS(3:2).              00108000
             MOVE WRK-FS-SALDODEZ  TO WRK-ERR-STATUS(5:2).              00108100
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(7:2).              00108200
             MOVE WRK-FS-INFREND   TO WRK-ERR-STATUS(9:2).              00108300
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00108400
                                                                        00108500
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00108600
                                                                        00108700
      *----------------------------------------------------------------*00108800
       9000-99-FIM.            EXIT.                                    00108900
      *----------------------------------------------------------------*00109000
