      *================================================================J00000010
       IDENTIFICATION                            DIVISION.              00000020
      *================================================================*00000030
                                                                        00000040
       PROGRAM-ID.  F06CIPA.                                            00000050
                                                                        00000060
      *================================================================*00000070
      *                        TREINAMENTO                             *00000080
      *================================================================*00000090
      *     PROGRAMA....: F06CIPA                                      *00000100
      *     PROGRAMADOR.: JOEI LORENTI                                 *00000110
      *     ANALISTA....: IVAN SANCHES                                 *00000120
      *     DATA........: 15/10/2026                                   *00000130
      *----------------------------------------------------------------*00000140
      *     OBJETIVO....: ABERTURA DE CONTA ONLINE PELA TELA F06CIM8   *00000150
      *                   (MAPABER), NA DISCIPLINA DE MAPSET DO        *00000160
      *                   F06CIM2, SUBSTITUINDO A FICHA EM PAPEL       *00000170
      *                   DIGITADA NO NOVOCLI NO DIA SEGUINTE. O       *00000180
      *                   OPERADOR INFORMA AGENCIA, NOME, SALDO DE     *00000190
      *                   ABERTURA (DUAS CASAS IMPLICITAS), TIPO DE    *00000200
      *                   PESSOA E DOCUMENTO DO TITULAR E OS DADOS DE  *00000210
      *                   CONTATO. A AGENCIA E VALIDADA NO KSDS ARQAGE *00000220
      *                   (CADASTRO DE AGENCIAS B#AGEMST, CARREGADO A  *00000230
      *                   NOITE PELO FR06C116) E O DOCUMENTO PELO      *00000240
      *                   MODULO VALDOC, AMBOS NA DIGITACAO. O PEDIDO  *00000250
      *                   ACEITO VAI PARA A TDQ EXTRAPARTICAO ABCT     *00000260
      *                   (B#PEDAB) E O OPERADOR RECEBE O PROTOCOLO    *00000270
      *                   (DATA + HORA + TERMINAL) PARA O CLIENTE; A   *00000280
      *                   CONTA E NUMERADA A NOITE PELO FR06C117, QUE  *00000290
      *                   GERA O NOVOCLI DO FR06CB45. EXIGE A FUNCAO   *00000300
      *                   'I' NA T06A (F06CIS1). CADA PEDIDO E         *00000310
      *                   REGISTRADO VIA GRVLOG (ORIGEM 'C').          *00000320
      *                   PF3 ENCERRA.                                 *00000330
      *----------------------------------------------------------------*00000340
      *     ARQUIVOS....:                                              *00000350
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000360
      *       ARQAGE                I                     B#AGEMST     *00000370
      *       ABCT (TDQ)            O                     B#PEDAB      *00000380
      *----------------------------------------------------------------*00000390
      *   MANUTENCAO:                                                  *00000400
      *================================================================*00000410
                                                                        00000420
      *================================================================*00000430
       ENVIRONMENT                               DIVISION.              00000440
      *================================================================*00000450
                                                                        00000460
      *----------------------------------------------------------------*00000470
       CONFIGURATION                             SECTION.               00000480
      *----------------------------------------------------------------*00000490
                                                                        00000500
       SPECIAL-NAMES.                                                   00000510
           DECIMAL-POINT                         IS COMMA.              00000520
                                                                        00000530
      *================================================================*00000540
       DATA                                      DIVISION.              00000550
      *================================================================*00000560
                                                                        00000570
      *----------------------------------------------------------------*00000580
       WORKING-STORAGE SECTION.                                         00000590
      *----------------------------------------------------------------*00000600
                                                                        00000610
      *----------------------------------------------------------------*00000620
       01 FILLER                       PIC  X(050)         VALUE        00000630
           '***  F06CIPA - INICIO DA AREA DE WORKING   ***'.            00000640
      *----------------------------------------------------------------*00000650
                                                                        00000660
      *----------------------------------------------------------------*00000670
       01 FILLER                       PIC  X(050)         VALUE        00000680
           '***  AREA DO MAPA - F06CIM8   ***'.                         00000690
      *----------------------------------------------------------------*00000700
                                                                        00000710
           COPY F06CIM8.                                                00000720
           COPY DFHAID.                                                 00000730
                                                                        00000740
      *----------------------------------------------------------------*00000750
       01 FILLER                       PIC  X(050)         VALUE        00000760
           '***  AREA DO CADASTRO DE AGENCIAS (ARQAGE)  ***'.           00000770
      *----------------------------------------------------------------*00000780
                                                                        00000790
        COPY 'B#AGEMST'.                                                00000800
                                                                        00000810
       01 WRK-CHAVE-AGENCIA            PIC X(04) VALUE SPACES.          00000820
                                                                        00000830
      *----------------------------------------------------------------*00000840
       01 FILLER                       PIC  X(050)         VALUE        00000850
           '***  AREA DO PEDIDO DE ABERTURA (ABCT)  ***'.               00000860
      *----------------------------------------------------------------*00000870
                                                                        00000880
        COPY 'B#PEDAB'.                                                 00000890
                                                                        00000900
      *----------------------------------------------------------------*00000910
       01 FILLER                       PIC  X(050)         VALUE        00000920
           '***  AREA DO MODULO VALDOC  ***'.                           00000930
      *----------------------------------------------------------------*00000940
                                                                        00000950
        COPY '#VALDOC'.                                                 00000960
                                                                        00000970
       77 WRK-VDC                      PIC X(06) VALUE 'VALDOC'.        00000980
                                                                        00000990
      *----------------------------------------------------------------*00001000
       01 FILLER                       PIC  X(050)         VALUE        00001010
           '***  SEGURANCA DE OPERADOR (F06CIS1/#SEGCHK)  ***'.         00001020
      *----------------------------------------------------------------*00001030
                                                                        00001040
        COPY '#SEGCHK'.                                                 00001050
                                                                        00001060
      *----------------------------------------------------------------*00001070
       01 FILLER                       PIC  X(050)         VALUE        00001080
           '***  AREA DO LOG DE PEDIDOS - GRVLOG  ***'.                 00001090
      *----------------------------------------------------------------*00001100
                                                                        00001110
        COPY '#GRVLOG4'.                                                00001120
                                                                        00001130
       77 WRK-GRV                      PIC X(06) VALUE 'GRVLOG'.        00001140
                                                                        00001150
      *----------------------------------------------------------------*00001160
       01 FILLER                       PIC  X(050)         VALUE        00001170
           '***  VARIAVEIS DE APOIO  ***'.                              00001180
      *----------------------------------------------------------------*00001190
                                                                        00001200
       01 WRK-RET                      PIC S9(04) COMP.                 00001210
       77 WRK-FLAG                     PIC 9  VALUE ZEROS.              00001220
       77 WRK-AUTORIZADO               PIC X(01) VALUE 'N'.             00001230
                                                                        00001240
       01 WRK-SALDO-X                  PIC X(10) VALUE ZEROS.           00001250
       01 WRK-SALDO-NUM REDEFINES WRK-SALDO-X                           00001260
                                       PIC 9(08)V99.                    00001270
                                                                        00001280
       01 WRK-DOC-X                    PIC X(14) VALUE ZEROS.           00001290
                                                                        00001300
       01 WRK-ABSTIME                  PIC S9(15) COMP-3 VALUE ZEROS.   00001310
       77 WRK-DATA-AAAAMMDD            PIC X(08) VALUE SPACES.          00001320
       77 WRK-HORA-HHMMSS              PIC X(06) VALUE SPACES.          00001330
                                                                        00001340
       77 WRK-SAIDA                    PIC X(30) VALUE                  00001350
                                       'ENCERRADO PELO USUARIO'.        00001360
                                                                        00001370
      *================================================================*00001380
       LINKAGE                                   SECTION.               00001390
      *================================================================*00001400
                                                                        00001410
       01 DFHCOMMAREA                  PIC X(01).                       00001420
                                                                        00001430
      *================================================================*00001440
       PROCEDURE                                 DIVISION.              00001450
      *================================================================*00001460
                                                                        00001470
      ******************************************************************00001480
      *                     PROCESSAMENTO PRINCIPAL                    *00001490
      ******************************************************************00001500
      *----------------------------------------------------------------*00001510
       0000-PRINCIPAL                            SECTION.               00001520
      *----------------------------------------------------------------*00001530
                                                                        00001540
           PERFORM 1000-INICIAR.                                        00001550
                                                                        00001560
            IF WRK-FLAG EQUAL 2                                         00001570
               PERFORM 2000-PROCESSAR                                   00001580
            END-IF.                                                     00001590
                                                                        00001600
           PERFORM 3000-FINALIZAR.                                      00001610
                                                                        00001620
             EXEC CICS                                                  00001630
               RETURN TRANSID('T06A')                                   00001640
             END-EXEC.                                                  00001650
                                                                        00001660
      *----------------------------------------------------------------*00001670
       0000-99-FIM.                              EXIT.                  00001680
      *----------------------------------------------------------------*00001690
                                                                        00001700
      *----------------------------------------------------------------*00001710
       1000-INICIAR                              SECTION.               00001720
      *----------------------------------------------------------------*00001730
                                                                        00001740
           EXEC CICS RECEIVE                                            00001750
             MAPSET('F06CIM8')                                          00001760
             MAP('MAPABER')                                             00001770
             INTO(MAPABERI)                                             00001780
             RESP(WRK-RET)                                              00001790
           END-EXEC.                                                    00001800
                                                                        00001810
           IF WRK-RET = DFHRESP(MAPFAIL)                                00001820
              MOVE 1 TO WRK-FLAG                                        00001830
           ELSE                                                         00001840
              MOVE 2 TO WRK-FLAG                                        00001850
           END-IF.                                                      00001860
      *----------------------------------------------------------------*00001870
       1000-99-FIM.                              EXIT.                  00001880
      *----------------------------------------------------------------*00001890
                                                                        00001900
      *----------------------------------------------------------------*00001910
       2000-PROCESSAR                            SECTION.               00001920
      *----------------------------------------------------------------*00001930
                                                                        00001940
           IF EIBAID = '3'                                              00001950
              PERFORM 2100-RETURN                                       00001960
           END-IF.                                                      00001970
                                                                        00001980
           MOVE SPACES TO MSGABERO.                                     00001990
                                                                        00002000
           PERFORM 2050-VERIFICAR-ACESSO.                               00002010
           IF WRK-AUTORIZADO EQUAL 'N'                                  00002020
              MOVE 'ACESSO NEGADO AO OPERADOR'                          00002030
                                       TO MSGABERO                      00002040
              GO TO 2000-88-ENVIAR                                      00002050
           END-IF.                                                      00002060
                                                                        00002070
           PERFORM 2200-VALIDAR-ENTRADA.                                00002080
                                                                        00002090
           IF WRK-FLAG EQUAL 2                                          00002100
              PERFORM 2300-VALIDAR-AGENCIA                              00002110
           END-IF.                                                      00002120
                                                                        00002130
           IF WRK-FLAG EQUAL 2                                          00002140
              PERFORM 2400-VALIDAR-DOCUMENTO                            00002150
           END-IF.                                                      00002160
                                                                        00002170
           IF WRK-FLAG EQUAL 2                                          00002180
              PERFORM 2500-GRAVAR-PEDIDO                                00002190
           END-IF.                                                      00002200
                                                                        00002210
       2000-88-ENVIAR.                                                  00002220
                                                                        00002230
           EXEC CICS SEND                                               00002240
             MAPSET('F06CIM8')                                          00002250
             MAP('MAPABER')                                             00002260
             DATAONLY                                                   00002270
           END-EXEC.                                                    00002280
                                                                        00002290
      *----------------------------------------------------------------*00002300
       2000-99-FIM.                              EXIT.                  00002310
      *----------------------------------------------------------------*00002320
                                                                        00002330
      *----------------------------------------------------------------*00002340
       2050-VERIFICAR-ACESSO                     SECTION.               00002350
      *----------------------------------------------------------------*00002360
                                                                        00002370
           MOVE 'N'                    TO WRK-AUTORIZADO.               00002380
                                                                        00002390
           MOVE SPACES                 TO WRK-SEGCHK.                   00002400
           MOVE 'T06A'                 TO WRK-SGC-TRANSACAO.            00002410
           MOVE 'I'                    TO WRK-SGC-FUNCAO.               00002420
                                                                        00002430
           EXEC CICS LINK                                               00002440
              PROGRAM('F06CIS1')                                        00002450
              COMMAREA(WRK-SEGCHK)                                      00002460
              RESP(WRK-RET)                                             00002470
           END-EXEC.                                                    00002480
                                                                        00002490
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002500
              MOVE WRK-SGC-RETORNO     TO WRK-AUTORIZADO                00002510
           END-IF.                                                      00002520
                                                                        00002530
      *----------------------------------------------------------------*00002540
       2050-99-FIM.                              EXIT.                  00002550
      *----------------------------------------------------------------*00002560
                                                                        00002570
      *----------------------------------------------------------------*00002580
       2100-RETURN                               SECTION.               00002590
      *----------------------------------------------------------------*00002600
                                                                        00002610
           EXEC CICS SEND TEXT                                          00002620
             FROM (WRK-SAIDA)                                           00002630
             ERASE                                                      00002640
           END-EXEC                                                     00002650
           EXEC CICS                                                    00002660
             RETURN                                                     00002670
           END-EXEC.                                                    00002680
                                                                        00002690
      *----------------------------------------------------------------*00002700
       2100-99-FIM.                              EXIT.                  00002710
      *----------------------------------------------------------------*00002720
                                                                        00002730
      *----------------------------------------------------------------*00002740
       2200-VALIDAR-ENTRADA                      SECTION.               00002750
      *----------------------------------------------------------------*00002760
      *    CRITICA DE TELA: OS ERROS SAO APONTADOS NA DIGITACAO, COM   *00002770
      *    O CLIENTE PRESENTE, E NAO NA ADMISSAO DA NOITE (EXCADM).    *00002780
      *----------------------------------------------------------------*00002790
                                                                        00002800
           IF ABAGEI NOT NUMERIC                                        00002810
              MOVE 'AGENCIA INVALIDA' TO MSGABERO                       00002820
              MOVE 3 TO WRK-FLAG                                        00002830
              GO TO 2200-99-FIM                                         00002840
           END-IF.                                                      00002850
                                                                        00002860
           IF ABNOMEI EQUAL SPACES OR ABNOMEI EQUAL LOW-VALUES          00002870
              MOVE 'NOME EM BRANCO' TO MSGABERO                         00002880
              MOVE 3 TO WRK-FLAG                                        00002890
              GO TO 2200-99-FIM                                         00002900
           END-IF.                                                      00002910
                                                                        00002920
           MOVE ABSALDOI TO WRK-SALDO-X.                                00002930
           IF WRK-SALDO-X NOT NUMERIC                                   00002940
              MOVE 'SALDO DE ABERTURA INVALIDO' TO MSGABERO             00002950
              MOVE 3 TO WRK-FLAG                                        00002960
              GO TO 2200-99-FIM                                         00002970
           END-IF.                                                      00002980
                                                                        00002990
           IF ABTPESI NOT EQUAL 'F' AND ABTPESI NOT EQUAL 'J'           00003000
              MOVE 'TIPO DE PESSOA DEVE SER F OU J' TO MSGABERO         00003010
              MOVE 3 TO WRK-FLAG                                        00003020
              GO TO 2200-99-FIM                                         00003030
           END-IF.                                                      00003040
                                                                        00003050
           IF ABEND1I EQUAL SPACES OR ABEND1I EQUAL LOW-VALUES          00003060
              MOVE 'ENDERECO EM BRANCO' TO MSGABERO                     00003070
              MOVE 3 TO WRK-FLAG                                        00003080
              GO TO 2200-99-FIM                                         00003090
           END-IF.                                                      00003100
                                                                        00003110
           IF ABCIDADI EQUAL SPACES OR ABCIDADI EQUAL LOW-VALUES        00003120
              MOVE 'CIDADE EM BRANCO' TO MSGABERO                       00003130
              MOVE 3 TO WRK-FLAG                                        00003140
              GO TO 2200-99-FIM                                         00003150
           END-IF.                                                      00003160
                                                                        00003170
           IF ABUFI NOT ALPHABETIC                                      00003180
              OR ABUFI EQUAL SPACES                                     00003190
              MOVE 'UF INVALIDA' TO MSGABERO                            00003200
              MOVE 3 TO WRK-FLAG                                        00003210
              GO TO 2200-99-FIM                                         00003220
           END-IF.                                                      00003230
                                                                        00003240
           IF ABCEPI NOT NUMERIC                                        00003250
              MOVE 'CEP INVALIDO' TO MSGABERO                           00003260
              MOVE 3 TO WRK-FLAG                                        00003270
              GO TO 2200-99-FIM                                         00003280
           END-IF.                                                      00003290
                                                                        00003300
      *----------------------------------------------------------------*00003310
       2200-99-FIM.                              EXIT.                  00003320
      *----------------------------------------------------------------*00003330
                                                                        00003340
      *----------------------------------------------------------------*00003350
       2300-VALIDAR-AGENCIA                      SECTION.               00003360
      *----------------------------------------------------------------*00003370
                                                                        00003380
           MOVE ABAGEI                 TO WRK-CHAVE-AGENCIA.            00003390
                                                                        00003400
           EXEC CICS READ                                               00003410
              FILE ('ARQAGE')                                           00003420
              RIDFLD(WRK-CHAVE-AGENCIA)                                 00003430
              INTO(WRK-REG-AGEMST)                                      00003440
              RESP(WRK-RET)                                             00003450
           END-EXEC.                                                    00003460
                                                                        00003470
           EVALUATE TRUE                                                00003480
            WHEN WRK-RET EQUAL DFHRESP(NORMAL)                          00003490
              IF WRK-AGE-ATIVO NOT EQUAL 'S'                            00003500
                 MOVE 'AGENCIA INATIVA' TO MSGABERO                     00003510
                 MOVE 3 TO WRK-FLAG                                     00003520
              END-IF                                                    00003530
            WHEN WRK-RET EQUAL DFHRESP(NOTFND)                          00003540
              MOVE 'AGENCIA NAO CADASTRADA' TO MSGABERO                 00003550
              MOVE 3 TO WRK-FLAG                                        00003560
            WHEN OTHER                                                  00003570
              MOVE 'ERRO NA LEITURA DA AGENCIA' TO MSGABERO             00003580
              MOVE 3 TO WRK-FLAG                                        00003590
           END-EVALUATE.                                                00003600
                                                                        00003610
      *----------------------------------------------------------------*00003620
       2300-99-FIM.                              EXIT.                  00003630
      *----------------------------------------------------------------*00003640
                                                                        00003650
      *----------------------------------------------------------------*00003660
       2400-VALIDAR-DOCUMENTO                    SECTION.               00003670
      *----------------------------------------------------------------*00003680
      *    DOCUMENTO COM ZEROS A ESQUERDA NAS 14 POSICOES, NO PADRAO   *00003690
      *    DO B#IDENT (CPF USA AS 11 ULTIMAS).                         *00003700
      *----------------------------------------------------------------*00003710
                                                                        00003720
           MOVE ABDOCI                 TO WRK-DOC-X.                    00003730
           INSPECT WRK-DOC-X REPLACING LEADING SPACES BY ZEROS.         00003740
                                                                        00003750
           MOVE ABTPESI                TO WRK-VDC-TIPO.                 00003760
           MOVE WRK-DOC-X              TO WRK-VDC-NUMERO.               00003770
           MOVE SPACES                 TO WRK-VDC-RETORNO.              00003780
                                                                        00003790
           CALL WRK-VDC                USING WRK-VALDOC.                00003800
                                                                        00003810
           EVALUATE WRK-VDC-RETORNO                                     00003820
            WHEN '0'                                                    00003830
              CONTINUE                                                  00003840
            WHEN '1'                                                    00003850
              MOVE 'DOCUMENTO NAO NUMERICO' TO MSGABERO                 00003860
              MOVE 3 TO WRK-FLAG                                        00003870
            WHEN '2'                                                    00003880
              MOVE 'DIGITO DO DOCUMENTO INVALIDO' TO MSGABERO           00003890
              MOVE 3 TO WRK-FLAG                                        00003900
            WHEN OTHER                                                  00003910
              MOVE 'DOCUMENTO INVALIDO' TO MSGABERO                     00003920
              MOVE 3 TO WRK-FLAG                                        00003930
           END-EVALUATE.                                                00003940
                                                                        00003950
      *----------------------------------------------------------------*00003960
       2400-99-FIM.                              EXIT.                  00003970
      *----------------------------------------------------------------*00003980
                                                                        00003990
      *----------------------------------------------------------------*00004000
       2500-GRAVAR-PEDIDO                        SECTION.               00004010
      *----------------------------------------------------------------*00004020
      *    PEDIDO ACEITO: A TELA E LIMPA PARA NAO SER REENVIADA E O    *00004030
      *    PROTOCOLO FICA NELA PARA O OPERADOR ENTREGAR AO CLIENTE.    *00004040
      *----------------------------------------------------------------*00004050
                                                                        00004060
           EXEC CICS ASKTIME                                            00004070
             ABSTIME(WRK-ABSTIME)                                       00004080
           END-EXEC.                                                    00004090
           EXEC CICS FORMATTIME                                         00004100
             ABSTIME(WRK-ABSTIME)                                       00004110
             YYYYMMDD(WRK-DATA-AAAAMMDD)                                00004120
             TIME(WRK-HORA-HHMMSS)                                      00004130
           END-EXEC.                                                    00004140
                                                                        00004150
           MOVE SPACES                 TO WRK-REG-PEDAB.                00004160
           MOVE WRK-DATA-AAAAMMDD      TO WRK-PAB-DATA.                 00004170
           MOVE WRK-HORA-HHMMSS        TO WRK-PAB-HORA.                 00004180
           MOVE EIBTRMID               TO WRK-PAB-TERMINAL.             00004190
           MOVE ABAGEI                 TO WRK-PAB-AGENCIA.              00004200
           MOVE ABNOMEI                TO WRK-PAB-NOME.                 00004210
           MOVE WRK-SALDO-NUM          TO WRK-PAB-SALDO.                00004220
           MOVE ABTPESI                TO WRK-PAB-TIPO-PESSOA.          00004230
           MOVE WRK-DOC-X              TO WRK-PAB-DOCUMENTO.            00004240
           MOVE ABEND1I                TO WRK-PAB-ENDERECO1.            00004250
           MOVE ABEND2I                TO WRK-PAB-ENDERECO2.            00004260
           MOVE ABCIDADI               TO WRK-PAB-CIDADE.               00004270
           MOVE ABUFI                  TO WRK-PAB-UF.                   00004280
           MOVE ABCEPI                 TO WRK-PAB-CEP.                  00004290
           MOVE ABEMAILI               TO WRK-PAB-EMAIL.                00004300
           INSPECT WRK-PAB-CONTATO REPLACING ALL LOW-VALUES BY SPACES.  00004310
           INSPECT WRK-PAB-NOME    REPLACING ALL LOW-VALUES BY SPACES.  00004320
           MOVE WRK-SGC-USUARIO        TO WRK-PAB-USUARIO.              00004330
                                                                        00004340
           EXEC CICS WRITEQ TD                                          00004350
             QUEUE('ABCT')                                              00004360
             FROM(WRK-REG-PEDAB)                                        00004370
             LENGTH(220)                                                00004380
             RESP(WRK-RET)                                              00004390
           END-EXEC.                                                    00004400
                                                                        00004410
           IF WRK-RET NOT EQUAL DFHRESP(NORMAL)                         00004420
              MOVE 'ERRO NA FILA - REENVIAR' TO MSGABERO                00004430
              GO TO 2500-99-FIM                                         00004440
           END-IF.                                                      00004450
                                                                        00004460
           MOVE SPACES TO ABAGEO ABNOMEO ABSALDOO ABTPESO ABDOCO        00004470
                          ABEND1O ABEND2O ABCIDADO ABUFO ABCEPO         00004480
                          ABEMAILO.                                     00004490
           MOVE WRK-PAB-PROTOCOLO      TO ABPROTO.                      00004500
           MOVE 'PEDIDO ACEITO - VER PROTOCOLO' TO MSGABERO.            00004510
                                                                        00004520
           PERFORM 2900-GRAVAR-LOG.                                     00004530
                                                                        00004540
      *----------------------------------------------------------------*00004550
       2500-99-FIM.                              EXIT.                  00004560
      *----------------------------------------------------------------*00004570
                                                                        00004580
      *----------------------------------------------------------------*00004590
       2900-GRAVAR-LOG                           SECTION.               00004600
      *----------------------------------------------------------------*00004610
                                                                        00004620
           MOVE SPACES                 TO WRK-LOG.                      00004630
           MOVE '4'                    TO WRK-LOG-TIPO.                 00004640
           MOVE 'C'                    TO WRK-LOG-ORIGEM.               00004650
           MOVE 'F06CIPA'              TO WRK-PROGRAMA.                 00004660
           MOVE '2900'                 TO WRK-SECTION.                  00004670
           MOVE 'ABERTURA '            TO WRK-MSG-ERRO(1:9).            00004680
           MOVE WRK-PAB-PROTOCOLO      TO WRK-MSG-ERRO(11:18).          00004690
           MOVE WRK-SGC-USUARIO        TO WRK-STATUS.                   00004700
           MOVE EIBAID                 TO WRK-LOG-EIBAID.               00004710
           MOVE EIBTRMID               TO WRK-LOG-TERMINAL.             00004720
           MOVE EIBDATE                TO WRK-LOG-DATA.                 00004730
           MOVE EIBTIME                TO WRK-LOG-HORA.                 00004740
                                                                        00004750
           CALL WRK-GRV                USING WRK-LOG.                   00004760
                                                                        00004770
      *----------------------------------------------------------------*00004780
       2900-99-FIM.                              EXIT.                  00004790
      *----------------------------------------------------------------*00004800
                                                                        00004810
      *----------------------------------------------------------------*00004820
       3000-FINALIZAR                            SECTION.               00004830
      *----------------------------------------------------------------*00004840
                                                                        00004850
           IF WRK-FLAG EQUAL 1                                          00004860
              EXEC CICS SEND                                            00004870
                MAPSET('F06CIM8')                                       00004880
                MAP('MAPABER')                                          00004890
                ERASE                                                   00004900
                MAPONLY                                                 00004910
              END-EXEC                                                  00004920
           END-IF.                                                      00004930
                                                                        00004940
      *----------------------------------------------------------------*00004950
       3000-99-FIM.                             EXIT.                   00004960
      *----------------------------------------------------------------*00004970
