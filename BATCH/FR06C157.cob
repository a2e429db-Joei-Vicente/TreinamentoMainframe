      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C157.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: EXTRACAO MASCARADA DE DADOS DE PRODUCAO PARA O    00001400
      *               AMBIENTE DE TESTE. GERA COPIAS DE CLI2505,        00001500
      *               IDENCLI (B#IDENT), CONTATO (B#CONTAT), HISTMOV    00001600
      *               (B#HISTM) E DO EXTRATO DE FUNCIONARIOS RELDB2     00001700
      *               (FR06DB11) COM:                                   00001800
      *               - CHAVES, QUANTIDADE DE REGISTROS, CABECALHO E    00001900
      *                 TRAILER INALTERADOS;                            00002000
      *               - NOMES E ENDERECOS TROCADOS POR VALORES          00002100
      *                 GERADOS DE TABELAS; CEP SO COM O PREFIXO DE 5   00002200
      *                 DIGITOS; E-MAIL FICTICIO;                       00002300
      *               - CPF/CNPJ TROCADOS POR NUMEROS FICTICIOS COM     00002400
      *                 DIGITO VERIFICADOR VALIDO (CONFERIDOS PELO      00002500
      *                 VALDOC); TIPO DE PESSOA DESCONHECIDO FICA COM   00002600
      *                 O DOCUMENTO ZERADO;                             00002700
      *               - SALDO DO CLI2505 ALTERADO DENTRO DA TOLERANCIA  00002800
      *                 EM PARES DE CONTAS (O QUE SOMA EM UMA SAI DA    00002900
      *                 OUTRA), PRESERVANDO O HASH DO TRAILER;          00003000
      *               - VALOR DO HISTMOV E SALARIO DO RELDB2 ALTERADOS  00003100
      *                 DENTRO DA TOLERANCIA CONFORME O PROPRIO VALOR.  00003200
      *               O VALOR FICTICIO E CALCULADO A PARTIR DO VALOR    00003300
      *               REAL E DA CHAVE DE MASCARAMENTO DO CARTAO: O      00003400
      *               MESMO NOME, E-MAIL, DOCUMENTO OU VALOR VIRA       00003500
      *               SEMPRE O MESMO VALOR FICTICIO, EM QUALQUER        00003600
      *               ARQUIVO E EM QUALQUER RODADA COM A MESMA CHAVE.   00003700
      *               ARQUIVO DE ENTRADA AUSENTE (FILE STATUS 35) E     00003800
      *               PULADO. TRAILER QUE NAO BATE NA SAIDA OU          00003900
      *               DOCUMENTO FICTICIO RECUSADO PELO VALDOC DEIXAM    00004000
      *               RETURN-CODE 4.                                    00004100
      *               O CARTAO VAI PARA O AUDSYSIN COM A CHAVE          00004200
      *               ENCOBERTA.                                        00004300
      *                                                                 00004400
      *----------------------------------------------------------------*00004500
      *     INPUT:                                                      00004600
      *     DDNAME           I/O                                        00004700
      *     CLI2505           I   (CADASTRO - LRECL 56, OPCIONAL)       00004800
      *     IDENCLI           I   (IDENTIFICACAO - LRECL 80, OPCIONAL)  00004900
      *     CONTATO           I   (CONTATOS - LRECL 140, OPCIONAL)      00005000
      *     HISTMOV           I   (ARQUIVO MORTO - LRECL 80, OPCIONAL)  00005100
      *     RELDB2            I   (EXTRATO FUNC - LRECL 98, OPCIONAL)   00005200
      *     CLIMASC           O   (CLI2505 MASCARADO)                   00005300
      *     IDEMASC           O   (IDENCLI MASCARADO)                   00005400
      *     CTTMASC           O   (CONTATO MASCARADO)                   00005500
      *     HISMASC           O   (HISTMOV MASCARADO)                   00005600
      *     FUNMASC           O   (RELDB2 MASCARADO)                    00005700
      *                                                                 00005800
      *     SYSIN  - CARTAO DE PARAMETROS                               00005900
      *     COL 01-09 CHAVE DE MASCARAMENTO (NUMERICA, NAO ZERADA)      00006000
      *     COL 10-11 TOLERANCIA DE VALORES EM % (BRANCO = 10,          00006100
      *               MAXIMO 50)                                        00006200
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
             SELECT CLI2505            ASSIGN TO CLI2505                00008500
                FILE STATUS            IS WRK-FS-CLI2505.               00008600
             SELECT IDENCLI            ASSIGN TO IDENCLI                00008700
                FILE STATUS            IS WRK-FS-IDENCLI.               00008800
             SELECT CONTATO            ASSIGN TO CONTATO                00008900
                FILE STATUS            IS WRK-FS-CONTATO.               00009000
             SELECT HISTMOV            ASSIGN TO HISTMOV                00009100
                FILE STATUS            IS WRK-FS-HISTMOV.               00009200
             SELECT RELDB2             ASSIGN TO RELDB2                 00009300
                FILE STATUS            IS WRK-FS-RELDB2.                00009400
             SELECT CLIMASC            ASSIGN TO CLIMASC                00009500
                FILE STATUS            IS WRK-FS-SAIDA.                 00009600
             SELECT IDEMASC            ASSIGN TO IDEMASC                00009700
                FILE STATUS            IS WRK-FS-SAIDA.                 00009800
             SELECT CTTMASC            ASSIGN TO CTTMASC                00009900
                FILE STATUS            IS WRK-FS-SAIDA.                 00010000
             SELECT HISMASC            ASSIGN TO HISMASC                00010100
                FILE STATUS            IS WRK-FS-SAIDA.                 00010200
             SELECT FUNMASC            ASSIGN TO FUNMASC                00010300
                FILE STATUS            IS WRK-FS-SAIDA.                 00010400
                                                                        00010500
      *================================================================*00010600
       DATA                                      DIVISION.              00010700
      *================================================================*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       FILE                                      SECTION.               00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       FD CLI2505                                                       00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       COPY 'B#CLI25'.                                                  00011700
                                                                        00011800
       FD IDENCLI                                                       00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-IDENCLI                   PIC X(80).                       00012200
                                                                        00012300
       FD CONTATO                                                       00012400
           RECORDING MODE IS F                                          00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
       01 FD-CONTATO                   PIC X(140).                      00012700
                                                                        00012800
       FD HISTMOV                                                       00012900
           RECORDING MODE IS F                                          00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-HISTMOV                   PIC X(80).                       00013200
                                                                        00013300
       FD RELDB2                                                        00013400
           RECORDING MODE IS F                                          00013500
           BLOCK CONTAINS 0 RECORDS.                                    00013600
       01 FD-RELDB2                    PIC X(98).                       00013700
                                                                        00013800
       FD CLIMASC                                                       00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-CLIMASC                   PIC X(56).                       00014200
                                                                        00014300
       FD IDEMASC                                                       00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-IDEMASC                   PIC X(80).                       00014700
                                                                        00014800
       FD CTTMASC                                                       00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-CTTMASC                   PIC X(140).                      00015200
                                                                        00015300
       FD HISMASC                                                       00015400
           RECORDING MODE IS F                                          00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-HISMASC                   PIC X(80).                       00015700
                                                                        00015800
       FD FUNMASC                                                       00015900
           RECORDING MODE IS F                                          00016000
           BLOCK CONTAINS 0 RECORDS.                                    00016100
       01 FD-FUNMASC                   PIC X(98).                       00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
       WORKING-STORAGE                           SECTION.               00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       01 FILLER                       PIC X(50)               VALUE    00016900
            '**** AREA DOS LAYOUTS ****'.                               00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
        COPY 'B#HDRTRL'.                                                00017300
                                                                        00017400
        COPY 'B#IDENT'.                                                 00017500
                                                                        00017600
        COPY 'B#CONTAT'.                                                00017700
                                                                        00017800
        COPY 'B#HISTM'.                                                 00017900
                                                                        00018000
      *    EXTRATO DO FR06DB11 (RELDB2) - LRECL 98                      00018100
       01 WRK-REG-RELDB2.                                               00018200
          05 WRK-RDB-ID                PIC 9(04).                       00018300
          05 WRK-RDB-NOME              PIC X(30).                       00018400
          05 WRK-RDB-SETOR             PIC 9(04).                       00018500
          05 WRK-RDB-SALARIO           PIC 9(10).                       00018600
          05 WRK-RDB-EMAIL             PIC X(40).                       00018700
          05 FILLER                    PIC X(10).                       00018800
                                                                        00018900
      *    CONTA GUARDADA ESPERANDO O PAR (CLI2505)                     00019000
       01 WRK-CLI-PENDENTE.                                             00019100
          05 WRK-CPE-CHAVE             PIC X(08).                       00019200
          05 WRK-CPE-NOME              PIC X(30).                       00019300
          05 WRK-CPE-SALDO             PIC 9(08)V99.                    00019400
          05 WRK-CPE-ULT-MOVTO         PIC 9(08).                       00019500
                                                                        00019600
       77 WRK-TEM-PENDENTE             PIC X(01) VALUE 'N'.             00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       01 FILLER                       PIC X(50)               VALUE    00020000
            '**** AREA DO CARTAO DE PARAMETROS ****'.                   00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       01 WRK-CARTAO.                                                   00020400
          05 WRK-CARTAO-CHAVE          PIC X(09).                       00020500
          05 WRK-CARTAO-TOLERANCIA     PIC X(02).                       00020600
          05 FILLER                    PIC X(69).                       00020700
                                                                        00020800
       77 WRK-SEMENTE                  PIC 9(09) VALUE ZEROS.           00020900
       77 WRK-TOLERANCIA               PIC 9(02) VALUE ZEROS.           00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
       01 FILLER                       PIC X(50)               VALUE    00021300
            '**** TABELAS DE VALORES FICTICIOS ****'.                   00021400
      *----------------------------------------------------------------*00021500
                                                                        00021600
       01 WRK-TAB-PRENOMES-DADOS.                                       00021700
          05 FILLER                    PIC X(40) VALUE                  00021800
             'ANA       BRUNO     CARLA     DANIEL    '.                00021900
          05 FILLER                    PIC X(40) VALUE                  00022000
             'EDUARDA   FABIO     GABRIELA  HUGO      '.                00022100
          05 FILLER                    PIC X(40) VALUE                  00022200
             'ISABEL    JORGE     KARINA    LUCAS     '.                00022300
          05 FILLER                    PIC X(40) VALUE                  00022400
             'MARINA    NELSON    OLGA      PAULO     '.                00022500
          05 FILLER                    PIC X(40) VALUE                  00022600
             'RAQUEL    SERGIO    TERESA    VITOR     '.                00022700
       01 WRK-TAB-PRENOMES REDEFINES WRK-TAB-PRENOMES-DADOS.            00022800
          05 WRK-TPN-NOME              PIC X(10) OCCURS 20 TIMES.       00022900
                                                                        00023000
       01 WRK-TAB-SOBRENOMES-DADOS.                                     00023100
          05 FILLER                    PIC X(40) VALUE                  00023200
             'ALMEIDA   BARROS    CARDOSO   DUARTE    '.                00023300
          05 FILLER                    PIC X(40) VALUE                  00023400
             'FERRAZ    GOMES     LIMA      MACHADO   '.                00023500
          05 FILLER                    PIC X(40) VALUE                  00023600
             'NOGUEIRA  OLIVEIRA  PEREIRA   QUEIROZ   '.                00023700
          05 FILLER                    PIC X(40) VALUE                  00023800
             'RIBEIRO   SANTOS    TAVARES   VIEIRA    '.                00023900
          05 FILLER                    PIC X(40) VALUE                  00024000
             'XAVIER    MOREIRA   CAMPOS    FONSECA   '.                00024100
       01 WRK-TAB-SOBRENOMES REDEFINES WRK-TAB-SOBRENOMES-DADOS.        00024200
          05 WRK-TSN-NOME              PIC X(10) OCCURS 20 TIMES.       00024300
                                                                        00024400
       01 WRK-TAB-LOGRADOUROS-DADOS.                                    00024500
          05 FILLER                    PIC X(40) VALUE                  00024600
             'RUA DAS ACACIAS     RUA DOS IPES        '.                00024700
          05 FILLER                    PIC X(40) VALUE                  00024800
             'AV DAS PALMEIRAS    RUA DO BOSQUE       '.                00024900
          05 FILLER                    PIC X(40) VALUE                  00025000
             'AV CENTRAL          RUA DA PAZ          '.                00025100
          05 FILLER                    PIC X(40) VALUE                  00025200
             'RUA DAS ORQUIDEAS   AV DO LAGO          '.                00025300
          05 FILLER                    PIC X(40) VALUE                  00025400
             'RUA DOS PINHEIROS   TRAVESSA DO SOL     '.                00025500
       01 WRK-TAB-LOGRADOUROS REDEFINES WRK-TAB-LOGRADOUROS-DADOS.      00025600
          05 WRK-TLG-NOME              PIC X(20) OCCURS 10 TIMES.       00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       01 FILLER                       PIC X(50)               VALUE    00026000
            '**** AREA DE CALCULO DO VALOR FICTICIO ****'.              00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
      *    TEXTO DE ENTRADA E RESULTADO DO ESPALHAMENTO                 00026400
       77 WRK-HSH-TEXTO                PIC X(40) VALUE SPACES.          00026500
       77 WRK-HSH-TAM                  PIC 9(02) VALUE ZEROS.           00026600
       77 WRK-HSH-IDX                  PIC 9(02) VALUE ZEROS.           00026700
       77 WRK-HSH-VALOR                PIC 9(09) VALUE ZEROS.           00026800
       77 WRK-HSH-ACUM                 PIC 9(12) VALUE ZEROS.           00026900
       77 WRK-HSH-QUOC                 PIC 9(12) VALUE ZEROS.           00027000
       77 WRK-HSH-PRIMO                PIC 9(09) VALUE 999999937.       00027100
                                                                        00027200
      *    CODIGO DO CARACTER (BYTE ALTO ZERADO + CARACTER)             00027300
       01 WRK-ORD-AREA.                                                 00027400
          05 WRK-ORD-BIN               PIC 9(04) COMP.                  00027500
       01 WRK-ORD-X REDEFINES WRK-ORD-AREA.                             00027600
          05 WRK-ORD-ALTO              PIC X(01).                       00027700
          05 WRK-ORD-BAIXO             PIC X(01).                       00027800
                                                                        00027900
       77 WRK-IDX-TAB                  PIC 9(03) VALUE ZEROS.           00028000
       77 WRK-RESTO                    PIC 9(09) VALUE ZEROS.           00028100
       77 WRK-QUOC                     PIC 9(09) VALUE ZEROS.           00028200
       77 WRK-NUMERO-4                 PIC 9(04) VALUE ZEROS.           00028300
       77 WRK-NUMERO-3                 PIC 9(03) VALUE ZEROS.           00028400
       77 WRK-NUMERO-9                 PIC 9(09) VALUE ZEROS.           00028500
       77 WRK-NUMERO-8                 PIC 9(08) VALUE ZEROS.           00028600
                                                                        00028700
       01 WRK-NOME-FICTICIO            PIC X(30) VALUE SPACES.          00028800
       01 WRK-TEXTO-FICTICIO           PIC X(40) VALUE SPACES.          00028900
                                                                        00029000
      *    PERTURBACAO DE VALORES                                       00029100
       77 WRK-FATOR                    PIC S9(04) VALUE ZEROS.          00029200
       77 WRK-FATOR-ABS                PIC 9(04) VALUE ZEROS.           00029300
       01 WRK-VALOR-ORIG               PIC 9(10)V99 VALUE ZEROS.        00029400
       01 WRK-VALOR-ORIG-X REDEFINES WRK-VALOR-ORIG                     00029500
                                       PIC X(12).                       00029600
       77 WRK-VALOR-NOVO               PIC 9(11)V99 VALUE ZEROS.        00029700
       77 WRK-MENOR-SALDO              PIC 9(08)V99 VALUE ZEROS.        00029800
       77 WRK-DELTA                    PIC 9(08)V99 VALUE ZEROS.        00029900
       77 WRK-SALDO-A                  PIC 9(09)V99 VALUE ZEROS.        00030000
       77 WRK-SALDO-B                  PIC 9(09)V99 VALUE ZEROS.        00030100
                                                                        00030200
      *    DOCUMENTO FICTICIO                                           00030300
       01 WRK-DOC-X                    PIC X(14) VALUE ZEROS.           00030400
       01 WRK-DOC-R REDEFINES WRK-DOC-X.                                00030500
          05 WRK-DOC-DIGITO            PIC 9(01) OCCURS 14 TIMES.       00030600
                                                                        00030700
       01 WRK-PESOS-CNPJ1-DADOS.                                        00030800
          05 FILLER                    PIC X(12) VALUE '543298765432'.  00030900
       01 WRK-PESOS-CNPJ1 REDEFINES WRK-PESOS-CNPJ1-DADOS.              00031000
          05 WRK-PESO-CNPJ1            PIC 9(01) OCCURS 12 TIMES.       00031100
                                                                        00031200
       01 WRK-PESOS-CNPJ2-DADOS.                                        00031300
          05 FILLER                    PIC X(13) VALUE '6543298765432'. 00031400
       01 WRK-PESOS-CNPJ2 REDEFINES WRK-PESOS-CNPJ2-DADOS.              00031500
          05 WRK-PESO-CNPJ2            PIC 9(01) OCCURS 13 TIMES.       00031600
                                                                        00031700
       77 WRK-IDX-DOC                  PIC 9(02) VALUE ZEROS.           00031800
       77 WRK-PESO                     PIC 9(02) VALUE ZEROS.           00031900
       77 WRK-SOMA                     PIC 9(05) VALUE ZEROS.           00032000
       77 WRK-RESTO-DV                 PIC 9(02) VALUE ZEROS.           00032100
       77 WRK-QUOC-DV                  PIC 9(04) VALUE ZEROS.           00032200
       77 WRK-DV-CALC                  PIC 9(01) VALUE ZEROS.           00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       01 FILLER                       PIC X(50)               VALUE    00032600
            '**** AREA DE VARIAVEIS E CONTADORES ****'.                 00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
       77 WRK-FS-CLI2505               PIC X(02) VALUE SPACES.          00033000
       77 WRK-FS-IDENCLI               PIC X(02) VALUE SPACES.          00033100
       77 WRK-FS-CONTATO               PIC X(02) VALUE SPACES.          00033200
       77 WRK-FS-HISTMOV               PIC X(02) VALUE SPACES.          00033300
       77 WRK-FS-RELDB2                PIC X(02) VALUE SPACES.          00033400
       77 WRK-FS-SAIDA                 PIC X(02) VALUE SPACES.          00033500
                                                                        00033600
       77 WRK-ACU-LIDOS                PIC 9(09) VALUE ZEROS.           00033700
       77 WRK-ACU-GRAVADOS             PIC 9(09) VALUE ZEROS.           00033800
       77 WRK-ACU-DOC-RECUSADOS        PIC 9(07) VALUE ZEROS.           00033900
       77 WRK-ACU-TRL-DIFERENTE        PIC 9(07) VALUE ZEROS.           00034000
       77 WRK-HASH-SAIDA               PIC 9(15) VALUE ZEROS.           00034100
       77 WRK-QT-DADOS-SAIDA           PIC 9(09) VALUE ZEROS.           00034200
       77 WRK-TEM-TRAILER              PIC X(01) VALUE 'N'.             00034300
       77 WRK-ARQUIVO                  PIC X(08) VALUE SPACES.          00034400
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
       01 FILLER                       PIC X(50)               VALUE    00034800
            '**** AREA DO MODULO VALDOC ****'.                          00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
        COPY '#VALDOC'.                                                 00035200
                                                                        00035300
      *----------------------------------------------------------------*00035400
       01 FILLER                       PIC X(50)               VALUE    00035500
            '**** AREA DO MODULO AUDSYS ****'.                          00035600
      *----------------------------------------------------------------*00035700
                                                                        00035800
        COPY '#AUDSYS'.                                                 00035900
                                                                        00036000
      *----------------------------------------------------------------*00036100
       01 FILLER                       PIC X(50)               VALUE    00036200
            '**** AREA DO MODULO TRTERRO ****'.                         00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
        COPY '#TRTERRO'.                                                00036600
                                                                        00036700
      *================================================================*00036800
       PROCEDURE DIVISION.                                              00036900
      *================================================================*00037000
      *----------------------------------------------------------------*00037100
       0000-PRINCIPAL                     SECTION.                      00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
           PERFORM 1000-INICIAR.                                        00037500
                                                                        00037600
           PERFORM 2000-MASCARAR-CLIENTES.                              00037700
                                                                        00037800
           PERFORM 3000-MASCARAR-IDENTIFICACAO.                         00037900
                                                                        00038000
           PERFORM 4000-MASCARAR-CONTATOS.                              00038100
                                                                        00038200
           PERFORM 5000-MASCARAR-HISTORICO.                             00038300
                                                                        00038400
           PERFORM 6000-MASCARAR-FUNCIONARIOS.                          00038500
                                                                        00038600
           PERFORM 8000-FINALIZAR.                                      00038700
                                                                        00038800
      *----------------------------------------------------------------*00038900
       0000-99-FIM.            EXIT.                                    00039000
      *----------------------------------------------------------------*00039100
      *----------------------------------------------------------------*00039200
       1000-INICIAR                       SECTION.                      00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
            MOVE SPACES TO WRK-CARTAO.                                  00039600
            ACCEPT WRK-CARTAO FROM SYSIN.                               00039700
                                                                        00039800
            MOVE 'FR06C157'  TO WRK-AUD-PROGRAMA.                       00039900
            MOVE WRK-CARTAO  TO WRK-AUD-CARTAO.                         00040000
            MOVE ALL '*'     TO WRK-AUD-CARTAO(1:9).                    00040100
            CALL 'AUDSYS'    USING WRK-AUDSYS.                          00040200
                                                                        00040300
            IF WRK-CARTAO-CHAVE NOT NUMERIC                             00040400
               OR WRK-CARTAO-CHAVE EQUAL ZEROS                          00040500
                MOVE ' CHAVE DE MASCARAMENTO INVALIDA ' TO WRK-MSG      00040600
                PERFORM 9000-TRATAR-ERROS                               00040700
            END-IF.                                                     00040800
            MOVE WRK-CARTAO-CHAVE TO WRK-SEMENTE.                       00040900
                                                                        00041000
            IF WRK-CARTAO-TOLERANCIA EQUAL SPACES                       00041100
                MOVE 10 TO WRK-TOLERANCIA                               00041200
            ELSE                                                        00041300
                IF WRK-CARTAO-TOLERANCIA NOT NUMERIC                    00041400
                   OR WRK-CARTAO-TOLERANCIA GREATER '50'                00041500
                    MOVE ' TOLERANCIA INVALIDA (00 A 50) ' TO WRK-MSG   00041600
                    PERFORM 9000-TRATAR-ERROS                           00041700
                END-IF                                                  00041800
                MOVE WRK-CARTAO-TOLERANCIA TO WRK-TOLERANCIA            00041900
            END-IF.                                                     00042000
                                                                        00042100
            DISPLAY 'FR06C157 - TOLERANCIA DE VALORES: ' WRK-TOLERANCIA 00042200
                    '%'.                                                00042300
                                                                        00042400
      *----------------------------------------------------------------*00042500
       1000-99-FIM.            EXIT.                                    00042600
      *----------------------------------------------------------------*00042700
      *----------------------------------------------------------------*00042800
       2000-MASCARAR-CLIENTES             SECTION.                      00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
            MOVE 'CLI2505' TO WRK-ARQUIVO.                              00043200
            OPEN INPUT CLI2505.                                         00043300
            IF WRK-FS-CLI2505 EQUAL '35'                                00043400
                DISPLAY 'CLI2505 AUSENTE - NAO MASCARADO'               00043500
                GO TO 2000-99-FIM                                       00043600
            END-IF.                                                     00043700
            IF WRK-FS-CLI2505 NOT EQUAL ZEROS                           00043800
                MOVE ' ERRO ABERTURA CLI2505 ' TO WRK-MSG               00043900
                PERFORM 9000-TRATAR-ERROS                               00044000
            END-IF.                                                     00044100
                                                                        00044200
            OPEN OUTPUT CLIMASC.                                        00044300
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00044400
                MOVE ' ERRO ABERTURA CLIMASC ' TO WRK-MSG               00044500
                PERFORM 9000-TRATAR-ERROS                               00044600
            END-IF.                                                     00044700
                                                                        00044800
            PERFORM 7000-ZERAR-CONTADORES.                              00044900
            MOVE 'N' TO WRK-TEM-PENDENTE.                               00045000
                                                                        00045100
            READ CLI2505.                                               00045200
            PERFORM 2100-TRATAR-CLIENTE                                 00045300
                UNTIL WRK-FS-CLI2505 NOT EQUAL ZEROS.                   00045400
                                                                        00045500
            IF WRK-TEM-PENDENTE EQUAL 'S'                               00045600
                PERFORM 2190-GRAVAR-PENDENTE                            00045700
            END-IF.                                                     00045800
                                                                        00045900
            CLOSE CLI2505 CLIMASC.                                      00046000
                                                                        00046100
            PERFORM 7100-CONFERIR-TRAILER.                              00046200
            PERFORM 7200-EXIBIR-TOTAIS.                                 00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       2000-99-FIM.            EXIT.                                    00046600
      *----------------------------------------------------------------*00046700
      *----------------------------------------------------------------*00046800
       2100-TRATAR-CLIENTE                SECTION.                      00046900
      *----------------------------------------------------------------*00047000
                                                                        00047100
            IF FD-CLI2505(1:3) EQUAL 'HDR'                              00047200
                WRITE FD-CLIMASC FROM FD-CLI2505                        00047300
                GO TO 2100-88-LER                                       00047400
            END-IF.                                                     00047500
                                                                        00047600
            IF FD-CLI2505(1:3) EQUAL 'TRL'                              00047700
                IF WRK-TEM-PENDENTE EQUAL 'S'                           00047800
                    PERFORM 2190-GRAVAR-PENDENTE                        00047900
                END-IF                                                  00048000
                MOVE FD-CLI2505(1:27) TO WRK-REG-TRAILER                00048100
                MOVE 'S' TO WRK-TEM-TRAILER                             00048200
                WRITE FD-CLIMASC FROM FD-CLI2505                        00048300
                GO TO 2100-88-LER                                       00048400
            END-IF.                                                     00048500
                                                                        00048600
            ADD 1 TO WRK-ACU-LIDOS.                                     00048700
            MOVE FD-CLI2505-NOME TO WRK-NOME-FICTICIO.                  00048800
            PERFORM 2800-GERAR-NOME.                                    00048900
            MOVE WRK-NOME-FICTICIO TO FD-CLI2505-NOME.                  00049000
                                                                        00049100
            IF WRK-TEM-PENDENTE EQUAL 'N'                               00049200
                MOVE FD-CLI2505 TO WRK-CLI-PENDENTE                     00049300
                MOVE 'S' TO WRK-TEM-PENDENTE                            00049400
                GO TO 2100-88-LER                                       00049500
            END-IF.                                                     00049600
                                                                        00049700
            PERFORM 2150-PERTURBAR-PAR.                                 00049800
            PERFORM 2190-GRAVAR-PENDENTE.                               00049900
            MOVE FD-CLI2505 TO WRK-CLI-PENDENTE.                        00050000
            PERFORM 2190-GRAVAR-PENDENTE.                               00050100
                                                                        00050200
       2100-88-LER.                                                     00050300
            READ CLI2505.                                               00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       2100-99-FIM.            EXIT.                                    00050700
      *----------------------------------------------------------------*00050800
      *----------------------------------------------------------------*00050900
       2150-PERTURBAR-PAR                 SECTION.                      00051000
      *----------------------------------------------------------------*00051100
      *    O QUE A CONTA GUARDADA GANHA A CONTA LIDA PERDE (OU O       *00051200
      *    CONTRARIO), ATE A TOLERANCIA SOBRE O MENOR DOS DOIS SALDOS, *00051300
      *    E A SOMA DO PAR - E O HASH DO TRAILER - NAO MUDA.           *00051400
      *----------------------------------------------------------------*00051500
                                                                        00051600
            MOVE WRK-CPE-CHAVE TO WRK-HSH-TEXTO.                        00051700
            MOVE 8 TO WRK-HSH-TAM.                                      00051800
            PERFORM 2900-CALCULAR-ESPALHAMENTO.                         00051900
            PERFORM 2950-CALCULAR-FATOR.                                00052000
                                                                        00052100
            IF WRK-CPE-SALDO LESS FD-CLI2505-SALDO                      00052200
                MOVE WRK-CPE-SALDO    TO WRK-MENOR-SALDO                00052300
            ELSE                                                        00052400
                MOVE FD-CLI2505-SALDO TO WRK-MENOR-SALDO                00052500
            END-IF.                                                     00052600
                                                                        00052700
            COMPUTE WRK-DELTA ROUNDED =                                 00052800
                    WRK-MENOR-SALDO * WRK-TOLERANCIA * WRK-FATOR-ABS    00052900
                    / 100000.                                           00053000
                                                                        00053100
            IF WRK-FATOR NOT LESS ZEROS                                 00053200
                COMPUTE WRK-SALDO-A = WRK-CPE-SALDO + WRK-DELTA         00053300
                COMPUTE WRK-SALDO-B = FD-CLI2505-SALDO - WRK-DELTA      00053400
            ELSE                                                        00053500
                COMPUTE WRK-SALDO-A = WRK-CPE-SALDO - WRK-DELTA         00053600
                COMPUTE WRK-SALDO-B = FD-CLI2505-SALDO + WRK-DELTA      00053700
            END-IF.                                                     00053800
                                                                        00053900
            IF WRK-SALDO-A GREATER 99999999,99                          00054000
               OR WRK-SALDO-B GREATER 99999999,99                       00054100
                GO TO 2150-99-FIM                                       00054200
            END-IF.                                                     00054300
                                                                        00054400
            MOVE WRK-SALDO-A TO WRK-CPE-SALDO.                          00054500
            MOVE WRK-SALDO-B TO FD-CLI2505-SALDO.                       00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       2150-99-FIM.            EXIT.                                    00054900
      *----------------------------------------------------------------*00055000
      *----------------------------------------------------------------*00055100
       2190-GRAVAR-PENDENTE               SECTION.                      00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
            WRITE FD-CLIMASC FROM WRK-CLI-PENDENTE.                     00055500
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00055600
                MOVE ' ERRO GRAVACAO CLIMASC ' TO WRK-MSG               00055700
                PERFORM 9000-TRATAR-ERROS                               00055800
            END-IF.                                                     00055900
                                                                        00056000
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00056100
            ADD 1 TO WRK-QT-DADOS-SAIDA.                                00056200
            COMPUTE WRK-HASH-SAIDA =                                    00056300
                    WRK-HASH-SAIDA + (WRK-CPE-SALDO * 100).             00056400
            MOVE 'N' TO WRK-TEM-PENDENTE.                               00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       2190-99-FIM.            EXIT.                                    00056800
      *----------------------------------------------------------------*00056900
      *----------------------------------------------------------------*00057000
       2800-GERAR-NOME                    SECTION.                      00057100
      *----------------------------------------------------------------*00057200
      *    WRK-NOME-FICTICIO: NOME REAL NA ENTRADA, FICTICIO NA SAIDA  *00057300
      *    (PRENOME + DOIS SOBRENOMES). NOME EM BRANCO FICA EM BRANCO. *00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
            IF WRK-NOME-FICTICIO EQUAL SPACES                           00057700
                GO TO 2800-99-FIM                                       00057800
            END-IF.                                                     00057900
                                                                        00058000
            MOVE WRK-NOME-FICTICIO TO WRK-HSH-TEXTO.                    00058100
            MOVE 30 TO WRK-HSH-TAM.                                     00058200
            PERFORM 2900-CALCULAR-ESPALHAMENTO.                         00058300
                                                                        00058400
            MOVE SPACES TO WRK-NOME-FICTICIO.                           00058500
            DIVIDE WRK-HSH-VALOR BY 20                                  00058600
                GIVING WRK-QUOC REMAINDER WRK-RESTO.                    00058700
            COMPUTE WRK-IDX-TAB = WRK-RESTO + 1.                        00058800
            STRING WRK-TPN-NOME(WRK-IDX-TAB) DELIMITED BY SPACE         00058900
                   ' '                       DELIMITED BY SIZE          00059000
                INTO WRK-NOME-FICTICIO.                                 00059100
                                                                        00059200
            DIVIDE WRK-QUOC BY 20                                       00059300
                GIVING WRK-QUOC REMAINDER WRK-RESTO.                    00059400
            COMPUTE WRK-IDX-TAB = WRK-RESTO + 1.                        00059500
            MOVE WRK-NOME-FICTICIO TO WRK-TEXTO-FICTICIO.               00059600
            MOVE SPACES TO WRK-NOME-FICTICIO.                           00059700
            STRING WRK-TEXTO-FICTICIO        DELIMITED BY '  '          00059800
                   ' '                       DELIMITED BY SIZE          00059900
                   WRK-TSN-NOME(WRK-IDX-TAB) DELIMITED BY SPACE         00060000
                INTO WRK-NOME-FICTICIO.                                 00060100
                                                                        00060200
            DIVIDE WRK-QUOC BY 20                                       00060300
                GIVING WRK-QUOC REMAINDER WRK-RESTO.                    00060400
            COMPUTE WRK-IDX-TAB = WRK-RESTO + 1.                        00060500
            MOVE WRK-NOME-FICTICIO TO WRK-TEXTO-FICTICIO.               00060600
            MOVE SPACES TO WRK-NOME-FICTICIO.                           00060700
            STRING WRK-TEXTO-FICTICIO        DELIMITED BY '  '          00060800
                   ' '                       DELIMITED BY SIZE          00060900
                   WRK-TSN-NOME(WRK-IDX-TAB) DELIMITED BY SPACE         00061000
                INTO WRK-NOME-FICTICIO.                                 00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       2800-99-FIM.            EXIT.                                    00061400
      *----------------------------------------------------------------*00061500
      *----------------------------------------------------------------*00061600
       2850-GERAR-EMAIL                   SECTION.                      00061700
      *----------------------------------------------------------------*00061800
      *    WRK-TEXTO-FICTICIO: E-MAIL REAL NA ENTRADA, FICTICIO NA     *00061900
      *    SAIDA. E-MAIL EM BRANCO FICA EM BRANCO.                     *00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
            IF WRK-TEXTO-FICTICIO EQUAL SPACES                          00062300
                GO TO 2850-99-FIM                                       00062400
            END-IF.                                                     00062500
                                                                        00062600
            MOVE WRK-TEXTO-FICTICIO TO WRK-HSH-TEXTO.                   00062700
            MOVE 40 TO WRK-HSH-TAM.                                     00062800
            PERFORM 2900-CALCULAR-ESPALHAMENTO.                         00062900
                                                                        00063000
            MOVE WRK-HSH-VALOR TO WRK-NUMERO-9.                         00063100
            MOVE SPACES TO WRK-TEXTO-FICTICIO.                          00063200
            STRING 'TESTE' WRK-NUMERO-9 '@EXEMPLO.COM.BR'               00063300
                DELIMITED BY SIZE INTO WRK-TEXTO-FICTICIO.              00063400
                                                                        00063500
      *----------------------------------------------------------------*00063600
       2850-99-FIM.            EXIT.                                    00063700
      *----------------------------------------------------------------*00063800
      *----------------------------------------------------------------*00063900
       2900-CALCULAR-ESPALHAMENTO         SECTION.                      00064000
      *----------------------------------------------------------------*00064100
      *    WRK-HSH-TEXTO (ATE WRK-HSH-TAM, SEM OS BRANCOS A DIREITA)   *00064200
      *    + CHAVE DE MASCARAMENTO -> WRK-HSH-VALOR (9 DIGITOS).       *00064300
      *    O MESMO TEXTO DA SEMPRE O MESMO VALOR.                      *00064400
      *----------------------------------------------------------------*00064500
                                                                        00064600
            PERFORM 2910-DESCONTAR-BRANCO                               00064700
                UNTIL WRK-HSH-TAM EQUAL ZEROS                           00064800
                   OR WRK-HSH-TEXTO(WRK-HSH-TAM:1) NOT EQUAL SPACE.     00064900
                                                                        00065000
            MOVE WRK-SEMENTE TO WRK-HSH-VALOR.                          00065100
            PERFORM 2920-SOMAR-CARACTER                                 00065200
                VARYING WRK-HSH-IDX FROM 1 BY 1                         00065300
                UNTIL WRK-HSH-IDX GREATER WRK-HSH-TAM.                  00065400
                                                                        00065500
            COMPUTE WRK-HSH-ACUM = WRK-HSH-VALOR * 48271 + WRK-SEMENTE. 00065600
            DIVIDE WRK-HSH-ACUM BY WRK-HSH-PRIMO                        00065700
                GIVING WRK-HSH-QUOC REMAINDER WRK-HSH-VALOR.            00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       2900-99-FIM.            EXIT.                                    00066100
      *----------------------------------------------------------------*00066200
      *----------------------------------------------------------------*00066300
       2910-DESCONTAR-BRANCO              SECTION.                      00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
            SUBTRACT 1 FROM WRK-HSH-TAM.                                00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       2910-99-FIM.            EXIT.                                    00067000
      *----------------------------------------------------------------*00067100
      *----------------------------------------------------------------*00067200
       2920-SOMAR-CARACTER                SECTION.                      00067300
      *----------------------------------------------------------------*00067400
                                                                        00067500
            MOVE LOW-VALUE TO WRK-ORD-ALTO.                             00067600
            MOVE WRK-HSH-TEXTO(WRK-HSH-IDX:1) TO WRK-ORD-BAIXO.         00067700
            COMPUTE WRK-HSH-ACUM = WRK-HSH-VALOR * 31 + WRK-ORD-BIN + 7.00067800
            DIVIDE WRK-HSH-ACUM BY WRK-HSH-PRIMO                        00067900
                GIVING WRK-HSH-QUOC REMAINDER WRK-HSH-VALOR.            00068000
                                                                        00068100
      *----------------------------------------------------------------*00068200
       2920-99-FIM.            EXIT.                                    00068300
      *----------------------------------------------------------------*00068400
      *----------------------------------------------------------------*00068500
       2950-CALCULAR-FATOR                SECTION.                      00068600
      *----------------------------------------------------------------*00068700
      *    FATOR DE -1000 A +1000 (MILESIMOS DA TOLERANCIA).           *00068800
      *----------------------------------------------------------------*00068900
                                                                        00069000
            DIVIDE WRK-HSH-VALOR BY 2001                                00069100
                GIVING WRK-QUOC REMAINDER WRK-RESTO.                    00069200
            COMPUTE WRK-FATOR = WRK-RESTO - 1000.                       00069300
            IF WRK-FATOR LESS ZEROS                                     00069400
                COMPUTE WRK-FATOR-ABS = 0 - WRK-FATOR                   00069500
            ELSE                                                        00069600
                MOVE WRK-FATOR TO WRK-FATOR-ABS                         00069700
            END-IF.                                                     00069800
                                                                        00069900
      *----------------------------------------------------------------*00070000
       2950-99-FIM.            EXIT.                                    00070100
      *----------------------------------------------------------------*00070200
      *----------------------------------------------------------------*00070300
       2960-PERTURBAR-VALOR               SECTION.                      00070400
      *----------------------------------------------------------------*00070500
      *    WRK-VALOR-ORIG -> WRK-VALOR-NOVO DENTRO DA TOLERANCIA,      *00070600
      *    CONFORME O PROPRIO VALOR (MESMO VALOR, MESMO RESULTADO).    *00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
            MOVE WRK-VALOR-ORIG-X TO WRK-HSH-TEXTO.                     00071000
            MOVE 12 TO WRK-HSH-TAM.                                     00071100
            PERFORM 2900-CALCULAR-ESPALHAMENTO.                         00071200
            PERFORM 2950-CALCULAR-FATOR.                                00071300
                                                                        00071400
            COMPUTE WRK-VALOR-NOVO ROUNDED =                            00071500
                    WRK-VALOR-ORIG +                                    00071600
                    (WRK-VALOR-ORIG * WRK-TOLERANCIA * WRK-FATOR        00071700
                     / 100000).                                         00071800
                                                                        00071900
      *----------------------------------------------------------------*00072000
       2960-99-FIM.            EXIT.                                    00072100
      *----------------------------------------------------------------*00072200
      *----------------------------------------------------------------*00072300
       3000-MASCARAR-IDENTIFICACAO        SECTION.                      00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
            MOVE 'IDENCLI' TO WRK-ARQUIVO.                              00072700
            OPEN INPUT IDENCLI.                                         00072800
            IF WRK-FS-IDENCLI EQUAL '35'                                00072900
                DISPLAY 'IDENCLI AUSENTE - NAO MASCARADO'               00073000
                GO TO 3000-99-FIM                                       00073100
            END-IF.                                                     00073200
            IF WRK-FS-IDENCLI NOT EQUAL ZEROS                           00073300
                MOVE ' ERRO ABERTURA IDENCLI ' TO WRK-MSG               00073400
                PERFORM 9000-TRATAR-ERROS                               00073500
            END-IF.                                                     00073600
                                                                        00073700
            OPEN OUTPUT IDEMASC.                                        00073800
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00073900
                MOVE ' ERRO ABERTURA IDEMASC ' TO WRK-MSG               00074000
                PERFORM 9000-TRATAR-ERROS                               00074100
            END-IF.                                                     00074200
                                                                        00074300
            PERFORM 7000-ZERAR-CONTADORES.                              00074400
            READ IDENCLI INTO WRK-REG-IDENT.                            00074500
            PERFORM 3100-TRATAR-IDENTIFICACAO                           00074600
                UNTIL WRK-FS-IDENCLI NOT EQUAL ZEROS.                   00074700
                                                                        00074800
            CLOSE IDENCLI IDEMASC.                                      00074900
            PERFORM 7200-EXIBIR-TOTAIS.                                 00075000
                                                                        00075100
      *----------------------------------------------------------------*00075200
       3000-99-FIM.            EXIT.                                    00075300
      *----------------------------------------------------------------*00075400
      *----------------------------------------------------------------*00075500
       3100-TRATAR-IDENTIFICACAO          SECTION.                      00075600
      *----------------------------------------------------------------*00075700
                                                                        00075800
            ADD 1 TO WRK-ACU-LIDOS.                                     00075900
                                                                        00076000
            IF WRK-IDT-TIPO-PESSOA EQUAL 'F'                            00076100
               OR WRK-IDT-TIPO-PESSOA EQUAL 'J'                         00076200
                PERFORM 3200-GERAR-DOCUMENTO                            00076300
            ELSE                                                        00076400
                MOVE ZEROS TO WRK-IDT-DOCUMENTO                         00076500
            END-IF.                                                     00076600
                                                                        00076700
            WRITE FD-IDEMASC FROM WRK-REG-IDENT.                        00076800
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00076900
                MOVE ' ERRO GRAVACAO IDEMASC ' TO WRK-MSG               00077000
                PERFORM 9000-TRATAR-ERROS                               00077100
            END-IF.                                                     00077200
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00077300
                                                                        00077400
            READ IDENCLI INTO WRK-REG-IDENT.                            00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       3100-99-FIM.            EXIT.                                    00077800
      *----------------------------------------------------------------*00077900
      *----------------------------------------------------------------*00078000
       3200-GERAR-DOCUMENTO               SECTION.                      00078100
      *----------------------------------------------------------------*00078200
      *    CPF: BASE DE 9 DIGITOS NAS POSICOES 4-12; CNPJ: BASE DE 8   *00078300
      *    DIGITOS + FILIAL 0001. DIGITOS VERIFICADORES PELO MODULO 11 *00078400
      *    (MESMAS REGRAS DO VALDOC), CONFERIDOS NO VALDOC.            *00078500
      *----------------------------------------------------------------*00078600
                                                                        00078700
            MOVE SPACES TO WRK-HSH-TEXTO.                               00078800
            MOVE WRK-IDT-TIPO-PESSOA TO WRK-HSH-TEXTO(1:1).             00078900
            MOVE WRK-IDT-DOCUMENTO   TO WRK-HSH-TEXTO(2:14).            00079000
            MOVE 15 TO WRK-HSH-TAM.                                     00079100
            PERFORM 2900-CALCULAR-ESPALHAMENTO.                         00079200
                                                                        00079300
       3200-10-MONTAR.                                                  00079400
            MOVE ZEROS TO WRK-DOC-X.                                    00079500
            IF WRK-IDT-TIPO-PESSOA EQUAL 'F'                            00079600
                MOVE WRK-HSH-VALOR TO WRK-NUMERO-9                      00079700
                MOVE WRK-NUMERO-9  TO WRK-DOC-X(4:9)                    00079800
                PERFORM 3300-CALCULAR-DV-CPF                            00079900
            ELSE                                                        00080000
                DIVIDE WRK-HSH-VALOR BY 100000000                       00080100
                    GIVING WRK-QUOC REMAINDER WRK-NUMERO-8              00080200
                MOVE WRK-NUMERO-8  TO WRK-DOC-X(1:8)                    00080300
                MOVE '0001'        TO WRK-DOC-X(9:4)                    00080400
                PERFORM 3400-CALCULAR-DV-CNPJ                           00080500
            END-IF.                                                     00080600
                                                                        00080700
            IF WRK-DOC-X EQUAL WRK-IDT-DOCUMENTO                        00080800
               OR WRK-DOC-X(1:12) EQUAL ZEROS                           00080900
               OR WRK-DOC-X(1:8) EQUAL ZEROS                            00081000
                ADD 1 TO WRK-HSH-VALOR                                  00081100
                GO TO 3200-10-MONTAR                                    00081200
            END-IF.                                                     00081300
                                                                        00081400
            MOVE WRK-IDT-TIPO-PESSOA TO WRK-VDC-TIPO.                   00081500
            MOVE WRK-DOC-X           TO WRK-VDC-NUMERO.                 00081600
            CALL 'VALDOC' USING WRK-VALDOC.                             00081700
            IF WRK-VDC-RETORNO NOT EQUAL '0'                            00081800
                ADD 1 TO WRK-ACU-DOC-RECUSADOS                          00081900
                DISPLAY 'DOCUMENTO FICTICIO RECUSADO PELO VALDOC - '    00082000
                        WRK-IDT-CHAVE ' RETORNO ' WRK-VDC-RETORNO       00082100
            END-IF.                                                     00082200
                                                                        00082300
            MOVE WRK-DOC-X TO WRK-IDT-DOCUMENTO.                        00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       3200-99-FIM.            EXIT.                                    00082700
      *----------------------------------------------------------------*00082800
      *----------------------------------------------------------------*00082900
       3300-CALCULAR-DV-CPF               SECTION.                      00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
            MOVE ZEROS TO WRK-SOMA.                                     00083300
            PERFORM 3310-SOMAR-CPF-DV1                                  00083400
                VARYING WRK-IDX-DOC FROM 4 BY 1                         00083500
                UNTIL WRK-IDX-DOC GREATER 12.                           00083600
            PERFORM 3500-CALCULAR-DV.                                   00083700
            MOVE WRK-DV-CALC TO WRK-DOC-DIGITO(13).                     00083800
                                                                        00083900
            MOVE ZEROS TO WRK-SOMA.                                     00084000
            PERFORM 3320-SOMAR-CPF-DV2                                  00084100
                VARYING WRK-IDX-DOC FROM 4 BY 1                         00084200
                UNTIL WRK-IDX-DOC GREATER 13.                           00084300
            PERFORM 3500-CALCULAR-DV.                                   00084400
            MOVE WRK-DV-CALC TO WRK-DOC-DIGITO(14).                     00084500
                                                                        00084600
      *----------------------------------------------------------------*00084700
       3300-99-FIM.            EXIT.                                    00084800
      *----------------------------------------------------------------*00084900
      *----------------------------------------------------------------*00085000
       3310-SOMAR-CPF-DV1                 SECTION.                      00085100
      *----------------------------------------------------------------*00085200
                                                                        00085300
            COMPUTE WRK-PESO = 14 - WRK-IDX-DOC.                        00085400
            COMPUTE WRK-SOMA =                                          00085500
                WRK-SOMA + (WRK-DOC-DIGITO(WRK-IDX-DOC) * WRK-PESO).    00085600
                                                                        00085700
      *----------------------------------------------------------------*00085800
       3310-99-FIM.            EXIT.                                    00085900
      *----------------------------------------------------------------*00086000
      *----------------------------------------------------------------*00086100
       3320-SOMAR-CPF-DV2                 SECTION.                      00086200
      *----------------------------------------------------------------*00086300
                                                                        00086400
            COMPUTE WRK-PESO = 15 - WRK-IDX-DOC.                        00086500
            COMPUTE WRK-SOMA =                                          00086600
                WRK-SOMA + (WRK-DOC-DIGITO(WRK-IDX-DOC) * WRK-PESO).    00086700
                                                                        00086800
      *----------------------------------------------------------------*00086900
       3320-99-FIM.            EXIT.                                    00087000
      *----------------------------------------------------------------*00087100
      *----------------------------------------------------------------*00087200
       3400-CALCULAR-DV-CNPJ              SECTION.                      00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
            MOVE ZEROS TO WRK-SOMA.                                     00087600
            PERFORM 3410-SOMAR-CNPJ-DV1                                 00087700
                VARYING WRK-IDX-DOC FROM 1 BY 1                         00087800
                UNTIL WRK-IDX-DOC GREATER 12.                           00087900
            PERFORM 3500-CALCULAR-DV.                                   00088000
            MOVE WRK-DV-CALC TO WRK-DOC-DIGITO(13).                     00088100
                                                                        00088200
            MOVE ZEROS TO WRK-SOMA.                                     00088300
            PERFORM 3420-SOMAR-CNPJ-DV2                                 00088400
                VARYING WRK-IDX-DOC FROM 1 BY 1                         00088500
                UNTIL WRK-IDX-DOC GREATER 13.                           00088600
            PERFORM 3500-CALCULAR-DV.                                   00088700
            MOVE WRK-DV-CALC TO WRK-DOC-DIGITO(14).                     00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       3400-99-FIM.            EXIT.                                    00089100
      *----------------------------------------------------------------*00089200
      *----------------------------------------------------------------*00089300
       3410-SOMAR-CNPJ-DV1                SECTION.                      00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
            COMPUTE WRK-SOMA = WRK-SOMA +                               00089700
                (WRK-DOC-DIGITO(WRK-IDX-DOC) *                          00089800
                 WRK-PESO-CNPJ1(WRK-IDX-DOC)).                          00089900
                                                                        00090000
      *----------------------------------------------------------------*00090100
       3410-99-FIM.            EXIT.                                    00090200
      *----------------------------------------------------------------*00090300
      *----------------------------------------------------------------*00090400
       3420-SOMAR-CNPJ-DV2                SECTION.                      00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
            COMPUTE WRK-SOMA = WRK-SOMA +                               00090800
                (WRK-DOC-DIGITO(WRK-IDX-DOC) *                          00090900
                 WRK-PESO-CNPJ2(WRK-IDX-DOC)).                          00091000
                                                                        00091100
      *----------------------------------------------------------------*00091200
       3420-99-FIM.            EXIT.                                    00091300
      *----------------------------------------------------------------*00091400
      *----------------------------------------------------------------*00091500
       3500-CALCULAR-DV                   SECTION.                      00091600
      *----------------------------------------------------------------*00091700
                                                                        00091800
            DIVIDE WRK-SOMA BY 11                                       00091900
                GIVING WRK-QUOC-DV                                      00092000
                REMAINDER WRK-RESTO-DV.                                 00092100
            IF WRK-RESTO-DV LESS 2                                      00092200
                MOVE ZEROS TO WRK-DV-CALC                               00092300
            ELSE                                                        00092400
                COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DV                 00092500
            END-IF.                                                     00092600
                                                                        00092700
      *----------------------------------------------------------------*00092800
       3500-99-FIM.            EXIT.                                    00092900
      *----------------------------------------------------------------*00093000
      *----------------------------------------------------------------*00093100
       4000-MASCARAR-CONTATOS             SECTION.                      00093200
      *----------------------------------------------------------------*00093300
                                                                        00093400
            MOVE 'CONTATO' TO WRK-ARQUIVO.                              00093500
            OPEN INPUT CONTATO.                                         00093600
            IF WRK-FS-CONTATO EQUAL '35'                                00093700
                DISPLAY 'CONTATO AUSENTE - NAO MASCARADO'               00093800
                GO TO 4000-99-FIM                                       00093900
            END-IF.                                                     00094000
            IF WRK-FS-CONTATO NOT EQUAL ZEROS                           00094100
                MOVE ' ERRO ABERTURA CONTATO ' TO WRK-MSG               00094200
                PERFORM 9000-TRATAR-ERROS                               00094300
            END-IF.                                                     00094400
                                                                        00094500
            OPEN OUTPUT CTTMASC.                                        00094600
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00094700
                MOVE ' ERRO ABERTURA CTTMASC ' TO WRK-MSG               00094800
                PERFORM 9000-TRATAR-ERROS                               00094900
            END-IF.                                                     00095000
                                                                        00095100
            PERFORM 7000-ZERAR-CONTADORES.                              00095200
            READ CONTATO INTO WRK-REG-CONTATO.                          00095300
            PERFORM 4100-TRATAR-CONTATO                                 00095400
                UNTIL WRK-FS-CONTATO NOT EQUAL ZEROS.                   00095500
                                                                        00095600
            CLOSE CONTATO CTTMASC.                                      00095700
            PERFORM 7200-EXIBIR-TOTAIS.                                 00095800
                                                                        00095900
      *----------------------------------------------------------------*00096000
       4000-99-FIM.            EXIT.                                    00096100
      *----------------------------------------------------------------*00096200
      *----------------------------------------------------------------*00096300
       4100-TRATAR-CONTATO                SECTION.                      00096400
      *----------------------------------------------------------------*00096500
      *    LOGRADOURO E NUMERO GERADOS A PARTIR DO ENDERECO REAL;      *00096600
      *    COMPLEMENTO SO QUANDO HAVIA; CIDADE E UF MANTIDAS; CEP SO   *00096700
      *    COM O PREFIXO.                                              *00096800
      *----------------------------------------------------------------*00096900
                                                                        00097000
            ADD 1 TO WRK-ACU-LIDOS.                                     00097100
                                                                        00097200
            IF WRK-CTT-ENDERECO1 NOT EQUAL SPACES                       00097300
                MOVE WRK-CTT-ENDERECO1 TO WRK-HSH-TEXTO                 00097400
                MOVE 30 TO WRK-HSH-TAM                                  00097500
                PERFORM 2900-CALCULAR-ESPALHAMENTO                      00097600
                DIVIDE WRK-HSH-VALOR BY 10                              00097700
                    GIVING WRK-QUOC REMAINDER WRK-RESTO                 00097800
                COMPUTE WRK-IDX-TAB = WRK-RESTO + 1                     00097900
                DIVIDE WRK-QUOC BY 9000                                 00098000
                    GIVING WRK-QUOC REMAINDER WRK-RESTO                 00098100
                COMPUTE WRK-NUMERO-4 = WRK-RESTO + 1000                 00098200
                MOVE SPACES TO WRK-CTT-ENDERECO1                        00098300
                STRING WRK-TLG-NOME(WRK-IDX-TAB) DELIMITED BY '  '      00098400
                       ', '                      DELIMITED BY SIZE      00098500
                       WRK-NUMERO-4              DELIMITED BY SIZE      00098600
                    INTO WRK-CTT-ENDERECO1                              00098700
            END-IF.                                                     00098800
                                                                        00098900
            IF WRK-CTT-ENDERECO2 NOT EQUAL SPACES                       00099000
                MOVE WRK-CTT-ENDERECO2 TO WRK-HSH-TEXTO                 00099100
                MOVE 30 TO WRK-HSH-TAM                                  00099200
                PERFORM 2900-CALCULAR-ESPALHAMENTO                      00099300
                DIVIDE WRK-HSH-VALOR BY 900                             00099400
                    GIVING WRK-QUOC REMAINDER WRK-RESTO                 00099500
                COMPUTE WRK-NUMERO-3 = WRK-RESTO + 100                  00099600
                MOVE SPACES TO WRK-CTT-ENDERECO2                        00099700
                STRING 'APTO ' WRK-NUMERO-3                             00099800
                    DELIMITED BY SIZE INTO WRK-CTT-ENDERECO2            00099900
            END-IF.                                                     00100000
                                                                        00100100
            IF WRK-CTT-CEP NOT EQUAL SPACES                             00100200
                MOVE '000' TO WRK-CTT-CEP(6:3)                          00100300
            END-IF.                                                     00100400
                                                                        00100500
            MOVE WRK-CTT-EMAIL TO WRK-TEXTO-FICTICIO.                   00100600
            PERFORM 2850-GERAR-EMAIL.                                   00100700
            MOVE WRK-TEXTO-FICTICIO TO WRK-CTT-EMAIL.                   00100800
                                                                        00100900
            WRITE FD-CTTMASC FROM WRK-REG-CONTATO.                      00101000
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00101100
                MOVE ' ERRO GRAVACAO CTTMASC ' TO WRK-MSG               00101200
                PERFORM 9000-TRATAR-ERROS                               00101300
            END-IF.                                                     00101400
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00101500
                                                                        00101600
            READ CONTATO INTO WRK-REG-CONTATO.                          00101700
                                                                        00101800
      *----------------------------------------------------------------*00101900
       4100-99-FIM.            EXIT.                                    00102000
      *----------------------------------------------------------------*00102100
      *----------------------------------------------------------------*00102200
       5000-MASCARAR-HISTORICO            SECTION.                      00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
            MOVE 'HISTMOV' TO WRK-ARQUIVO.                              00102600
            OPEN INPUT HISTMOV.                                         00102700
            IF WRK-FS-HISTMOV EQUAL '35'                                00102800
                DISPLAY 'HISTMOV AUSENTE - NAO MASCARADO'               00102900
                GO TO 5000-99-FIM                                       00103000
            END-IF.                                                     00103100
            IF WRK-FS-HISTMOV NOT EQUAL ZEROS                           00103200
                MOVE ' ERRO ABERTURA HISTMOV ' TO WRK-MSG               00103300
                PERFORM 9000-TRATAR-ERROS                               00103400
            END-IF.                                                     00103500
                                                                        00103600
            OPEN OUTPUT HISMASC.                                        00103700
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00103800
                MOVE ' ERRO ABERTURA HISMASC ' TO WRK-MSG               00103900
                PERFORM 9000-TRATAR-ERROS                               00104000
            END-IF.                                                     00104100
                                                                        00104200
            PERFORM 7000-ZERAR-CONTADORES.                              00104300
            READ HISTMOV INTO WRK-REG-HISTM.                            00104400
            PERFORM 5100-TRATAR-HISTORICO                               00104500
                UNTIL WRK-FS-HISTMOV NOT EQUAL ZEROS.                   00104600
                                                                        00104700
            CLOSE HISTMOV HISMASC.                                      00104800
            PERFORM 7200-EXIBIR-TOTAIS.                                 00104900
                                                                        00105000
      *----------------------------------------------------------------*00105100
       5000-99-FIM.            EXIT.                                    00105200
      *----------------------------------------------------------------*00105300
      *----------------------------------------------------------------*00105400
       5100-TRATAR-HISTORICO              SECTION.                      00105500
      *----------------------------------------------------------------*00105600
      *    O ESTORNO TEM O MESMO VALOR DO MOVIMENTO ANULADO E CONTINUA *00105700
      *    COM O MESMO VALOR DEPOIS DA MASCARA.                        *00105800
      *----------------------------------------------------------------*00105900
                                                                        00106000
            ADD 1 TO WRK-ACU-LIDOS.                                     00106100
                                                                        00106200
            MOVE WRK-HIS-VALOR TO WRK-VALOR-ORIG.                       00106300
            PERFORM 2960-PERTURBAR-VALOR.                               00106400
            IF WRK-VALOR-NOVO GREATER 99999999,99                       00106500
                MOVE 99999999,99 TO WRK-HIS-VALOR                       00106600
            ELSE                                                        00106700
                MOVE WRK-VALOR-NOVO TO WRK-HIS-VALOR                    00106800
            END-IF.                                                     00106900
                                                                        00107000
            WRITE FD-HISMASC FROM WRK-REG-HISTM.                        00107100
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00107200
                MOVE ' ERRO GRAVACAO HISMASC ' TO WRK-MSG               00107300
                PERFORM 9000-TRATAR-ERROS                               00107400
            END-IF.                                                     00107500
            ADD 1 TO WRK-ACU-GRAVADOS.                                  00107600
                                                                        00107700
            READ HISTMOV INTO WRK-REG-HISTM.                            00107800
                                                                        00107900
      *----------------------------------------------------------------*00108000
       5100-99-FIM.            EXIT.                                    00108100
      *----------------------------------------------------------------*00108200
      *----------------------------------------------------------------*00108300
       6000-MASCARAR-FUNCIONARIOS         SECTION.                      00108400
      *----------------------------------------------------------------*00108500
                                                                        00108600
            MOVE 'RELDB2' TO WRK-ARQUIVO.                               00108700
            OPEN INPUT RELDB2.                                          00108800
            IF WRK-FS-RELDB2 EQUAL '35'                                 00108900
                DISPLAY 'RELDB2 AUSENTE - NAO MASCARADO'                00109000
                GO TO 6000-99-FIM                                       00109100
            END-IF.                                                     00109200
            IF WRK-FS-RELDB2 NOT EQUAL ZEROS                            00109300
                MOVE ' ERRO ABERTURA RELDB2 ' TO WRK-MSG                00109400
                PERFORM 9000-TRATAR-ERROS                               00109500
            END-IF.                                                     00109600
                                                                        00109700
            OPEN OUTPUT FUNMASC.                                        00109800
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00109900
                MOVE ' ERRO ABERTURA FUNMASC ' TO WRK-MSG               00110000
                PERFORM 9000-TRATAR-ERROS                               00110100
            END-IF.                                                     00110200
                                                                        00110300
            PERFORM 7000-ZERAR-CONTADORES.                              00110400
            READ RELDB2 INTO WRK-REG-RELDB2.                            00110500
            PERFORM 6100-TRATAR-FUNCIONARIO                             00110600
                UNTIL WRK-FS-RELDB2 NOT EQUAL ZEROS.                    00110700
                                                                        00110800
            CLOSE RELDB2 FUNMASC.                                       00110900
                                                                        00111000
            IF WRK-TEM-TRAILER EQUAL 'S'                                00111100
               AND WRK-TRL-QT-REGISTROS NOT EQUAL WRK-QT-DADOS-SAIDA    00111200
                ADD 1 TO WRK-ACU-TRL-DIFERENTE                          00111300
                DISPLAY 'RELDB2 - TRAILER NAO CONFERE COM A SAIDA'      00111400
            END-IF.                                                     00111500
            PERFORM 7200-EXIBIR-TOTAIS.                                 00111600
                                                                        00111700
      *----------------------------------------------------------------*00111800
       6000-99-FIM.            EXIT.                                    00111900
      *----------------------------------------------------------------*00112000
      *----------------------------------------------------------------*00112100
       6100-TRATAR-FUNCIONARIO            SECTION.                      00112200
      *----------------------------------------------------------------*00112300
      *    TRAILER DO FR06DB11 ('TRL' + QTDE) VAI INALTERADO.          *00112400
      *----------------------------------------------------------------*00112500
                                                                        00112600
            IF WRK-REG-RELDB2(1:3) EQUAL 'TRL'                          00112700
                MOVE SPACES TO WRK-REG-TRAILER                          00112800
                MOVE WRK-REG-RELDB2(1:12) TO WRK-REG-TRAILER(1:12)      00112900
                MOVE 'S' TO WRK-TEM-TRAILER                             00113000
                GO TO 6100-80-GRAVAR                                    00113100
            END-IF.                                                     00113200
                                                                        00113300
            ADD 1 TO WRK-ACU-LIDOS.                                     00113400
            ADD 1 TO WRK-QT-DADOS-SAIDA.                                00113500
                                                                        00113600
            MOVE WRK-RDB-NOME TO WRK-NOME-FICTICIO.                     00113700
            PERFORM 2800-GERAR-NOME.                                    00113800
            MOVE WRK-NOME-FICTICIO TO WRK-RDB-NOME.                     00113900
                                                                        00114000
            MOVE WRK-RDB-EMAIL TO WRK-TEXTO-FICTICIO.                   00114100
            PERFORM 2850-GERAR-EMAIL.                                   00114200
            MOVE WRK-TEXTO-FICTICIO TO WRK-RDB-EMAIL.                   00114300
                                                                        00114400
            IF WRK-RDB-SALARIO NUMERIC                                  00114500
                MOVE WRK-RDB-SALARIO TO WRK-VALOR-ORIG                  00114600
                PERFORM 2960-PERTURBAR-VALOR                            00114700
                IF WRK-VALOR-NOVO GREATER 9999999999                    00114800
                    MOVE 9999999999 TO WRK-RDB-SALARIO                  00114900
                ELSE                                                    00115000
                    MOVE WRK-VALOR-NOVO TO WRK-RDB-SALARIO              00115100
                END-IF                                                  00115200
            END-IF.                                                     00115300
                                                                        00115400
       6100-80-GRAVAR.                                                  00115500
            WRITE FD-FUNMASC FROM WRK-REG-RELDB2.                       00115600
            IF WRK-FS-SAIDA NOT EQUAL ZEROS                             00115700
                MOVE ' ERRO GRAVACAO FUNMASC ' TO WRK-MSG               00115800
                PERFORM 9000-TRATAR-ERROS                               00115900
            END-IF.                                                     00116000
            IF WRK-TEM-TRAILER EQUAL 'N'                                00116100
                ADD 1 TO WRK-ACU-GRAVADOS                               00116200
            END-IF.                                                     00116300
                                                                        00116400
            READ RELDB2 INTO WRK-REG-RELDB2.                            00116500
                                                                        00116600
      *----------------------------------------------------------------*00116700
       6100-99-FIM.            EXIT.                                    00116800
      *----------------------------------------------------------------*00116900
      *----------------------------------------------------------------*00117000
       7000-ZERAR-CONTADORES              SECTION.                      00117100
      *----------------------------------------------------------------*00117200
                                                                        00117300
            MOVE ZEROS  TO WRK-ACU-LIDOS                                00117400
                           WRK-ACU-GRAVADOS                             00117500
                           WRK-HASH-SAIDA                               00117600
                           WRK-QT-DADOS-SAIDA.                          00117700
            MOVE 'N'    TO WRK-TEM-TRAILER.                             00117800
            MOVE SPACES TO WRK-REG-TRAILER.                             00117900
                                                                        00118000
      *----------------------------------------------------------------*00118100
       7000-99-FIM.            EXIT.                                    00118200
      *----------------------------------------------------------------*00118300
      *----------------------------------------------------------------*00118400
       7100-CONFERIR-TRAILER              SECTION.                      00118500
      *----------------------------------------------------------------*00118600
      *    A SAIDA TEM DE FECHAR COM A QTDE E O HASH DO TRAILER        *00118700
      *    ORIGINAL, COPIADO SEM ALTERACAO.                            *00118800
      *----------------------------------------------------------------*00118900
                                                                        00119000
            IF WRK-TEM-TRAILER EQUAL 'N'                                00119100
                DISPLAY WRK-ARQUIVO ' - SEM TRAILER'                    00119200
                GO TO 7100-99-FIM                                       00119300
            END-IF.                                                     00119400
                                                                        00119500
            IF WRK-TRL-QT-REGISTROS NOT EQUAL WRK-QT-DADOS-SAIDA        00119600
               OR WRK-TRL-HASH-VALOR NOT EQUAL WRK-HASH-SAIDA           00119700
                ADD 1 TO WRK-ACU-TRL-DIFERENTE                          00119800
                DISPLAY WRK-ARQUIVO ' - TRAILER NAO CONFERE COM A SAIDA'00119900
                DISPLAY '    TRAILER QTDE ' WRK-TRL-QT-REGISTROS        00120000
                        ' HASH ' WRK-TRL-HASH-VALOR                     00120100
                DISPLAY '    SAIDA   QTDE ' WRK-QT-DADOS-SAIDA          00120200
                        ' HASH ' WRK-HASH-SAIDA                         00120300
            END-IF.                                                     00120400
                                                                        00120500
      *----------------------------------------------------------------*00120600
       7100-99-FIM.            EXIT.                                    00120700
      *----------------------------------------------------------------*00120800
      *----------------------------------------------------------------*00120900
       7200-EXIBIR-TOTAIS                 SECTION.                      00121000
      *----------------------------------------------------------------*00121100
                                                                        00121200
            DISPLAY WRK-ARQUIVO ' - REGISTROS LIDOS: ' WRK-ACU-LIDOS    00121300
                    ' GRAVADOS: ' WRK-ACU-GRAVADOS.                     00121400
                                                                        00121500
      *----------------------------------------------------------------*00121600
       7200-99-FIM.            EXIT.                                    00121700
      *----------------------------------------------------------------*00121800
      *----------------------------------------------------------------*00121900
       8000-FINALIZAR                     SECTION.                      00122000
      *----------------------------------------------------------------*00122100
                                                                        00122200
            DISPLAY '------------------------------------------'.       00122300
            DISPLAY 'DOCUMENTOS RECUSADOS PELO VALDOC: '                00122400
                    WRK-ACU-DOC-RECUSADOS.                              00122500
            DISPLAY 'TRAILERS QUE NAO CONFEREM.......: '                00122600
                    WRK-ACU-TRL-DIFERENTE.                              00122700
            DISPLAY '------------------------------------------'.       00122800
                                                                        00122900
            IF WRK-ACU-DOC-RECUSADOS GREATER ZEROS                      00123000
               OR WRK-ACU-TRL-DIFERENTE GREATER ZEROS                   00123100
                MOVE 4 TO RETURN-CODE                                   00123200
            END-IF.                                                     00123300
                                                                        00123400
            STOP RUN.                                                   00123500
                                                                        00123600
      *----------------------------------------------------------------*00123700
       8000-99-FIM.            EXIT.                                    00123800
      *----------------------------------------------------------------*00123900
      *----------------------------------------------------------------*00124000
       9000-TRATAR-ERROS                  SECTION.                      00124100
      *----------------------------------------------------------------*00124200
                                                                        00124300
             MOVE 'FR06C157'       TO WRK-ERR-PROGRAMA.                 00124400
             MOVE '9000'           TO WRK-ERR-SECTION.                  00124500
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00124600
             MOVE SPACES           TO WRK-ERR-STATUS.                   00124700
             MOVE WRK-FS-CLI2505   TO WRK-ERR-STATUS(1:2).              00124800
             MOVE WRK-FS-IDENCLI   TO WRK-ERR-STATUS(3:2).              00124900
             MOVE WRK-FS-CONTATO   TO WRK-ERR-STATUS(5:2).              00125000
             MOVE WRK-FS-HISTMOV   TO WRK-ERR-STATUS(7:2).              00125100
             MOVE WRK-FS-SAIDA     TO WRK-ERR-STATUS(9:2).              00125200
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00125300
                                                                        00125400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00125500
                                                                        00125600
      *----------------------------------------------------------------*00125700
       9000-99-FIM.            EXIT.                                    00125800
      *----------------------------------------------------------------*00125900
