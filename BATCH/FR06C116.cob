      *================================================================*00000100
       IDENTIFICATION                            DIVISION.              00000200
      *================================================================*00000300
                                                                        00000400
       PROGRAM-ID.  FR06C116.                                           00000500
                                                                        00000600
      *================================================================*00000700
      *     AUTOR.......: JOEI LORENTI                                  00000800
      *     ANALISTA....: IVAN SANCHES                                  00000900
      *     EMPRESA.....: FOURSYS                                       00001000
      *     DATA........: 15/10/2026                                    00001100
      *----------------------------------------------------------------*00001200
      *                                                                 00001300
      *     OBJETIVO: CARGA DO KSDS DE AGENCIAS DO ONLINE (ARQAGE,      00001400
      *               CHAVE = CODIGO DA AGENCIA). LE O CADASTRO DE      00001500
      *               AGENCIAS (AGEMST, LAYOUT B#AGEMST, ORDENADO POR   00001600
      *               CODIGO PELO FR06CB67) E GRAVA O CLUSTER VSAM,     00001700
      *               REJEITANDO CODIGO DUPLICADO OU FORA DE ORDEM COM  00001800
      *               MENSAGEM E RETURN-CODE 4, COMO NO FR06CB47. O     00001900
      *               CLUSTER E DEFINIDO/LIMPO PELO IDCAMS NO PASSO     00002000
      *               ANTERIOR DO JCL. RODA DEPOIS DO FR06CB67; USADO   00002100
      *               NA ABERTURA DE CONTA ONLINE (F06CIPA).            00002200
      *                                                                 00002300
      *----------------------------------------------------------------*00002400
      *     INPUT:                                                      00002500
      *     DDNAME           I/O                                        00002600
      *     AGEMST            I   (SEQUENCIAL - LRECL 80)               00002700
      *     ARQAGE            O   (KSDS - CHAVE 4, LRECL 80)            00002800
      *                                                                 00002900
      *----------------------------------------------------------------*00003000
      *     MANUTENCAO:                                                 00003100
      *                                                                 00003200
      *================================================================*00003300
                                                                        00003400
      *================================================================*00003500
       ENVIRONMENT                               DIVISION.              00003600
      *================================================================*00003700
                                                                        00003800
      *----------------------------------------------------------------*00003900
       CONFIGURATION                             SECTION.               00004000
      *----------------------------------------------------------------*00004100
                                                                        00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
      *----------------------------------------------------------------*00004600
       INPUT-OUTPUT                              SECTION.               00004700
      *----------------------------------------------------------------*00004800
                                                                        00004900
       FILE-CONTROL.                                                    00005000
             SELECT AGEMST             ASSIGN TO AGEMST                 00005100
                FILE STATUS            IS WRK-FS-AGEMST.                00005200
             SELECT ARQAGE             ASSIGN TO ARQAGE                 00005300
                ORGANIZATION           IS INDEXED                       00005400
                ACCESS MODE            IS SEQUENTIAL                    00005500
                RECORD KEY             IS FD-ARQAGE-CODIGO              00005600
                FILE STATUS            IS WRK-FS-ARQAGE.                00005700
                                                                        00005800
      *================================================================*00005900
       DATA                                      DIVISION.              00006000
      *================================================================*00006100
                                                                        00006200
      *----------------------------------------------------------------*00006300
       FILE                                      SECTION.               00006400
      *----------------------------------------------------------------*00006500
                                                                        00006600
       FD AGEMST                                                        00006700
           RECORDING MODE IS F                                          00006800
           BLOCK CONTAINS 0 RECORDS.                                    00006900
       01 FD-AGEMST                    PIC X(80).                       00007000
                                                                        00007100
       FD ARQAGE.                                                       00007200
       01 FD-ARQAGE.                                                    00007300
          05 FD-ARQAGE-CODIGO          PIC X(04).                       00007400
          05 FILLER                    PIC X(76).                       00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       WORKING-STORAGE                           SECTION.               00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
      *----------------------------------------------------------------*00008100
       01 FILLER                       PIC X(50)               VALUE    00008200
            '**** AREA DO CADASTRO DE AGENCIAS ****'.                   00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
        COPY 'B#AGEMST'.                                                00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       01 FILLER                       PIC X(50)               VALUE    00008900
            '**** AREA DE VARIAVEIS DA FILE SEC ****'.                  00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
       77 WRK-FS-AGEMST                PIC X(02) VALUE SPACES.          00009300
       77 WRK-FS-ARQAGE                PIC X(02) VALUE SPACES.          00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       01 FILLER                       PIC X(50)               VALUE    00009700
            '**** AREA DE CONTADORES E AUXILIARES ****'.                00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       77 WRK-ACU-LIDOS                PIC 9(07) VALUE ZEROS.           00010100
       77 WRK-ACU-GRAVADOS             PIC 9(07) VALUE ZEROS.           00010200
       77 WRK-ACU-REJEITADOS           PIC 9(07) VALUE ZEROS.           00010300
       77 WRK-MSG                      PIC X(50) VALUE SPACES.          00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       01 FILLER                       PIC X(50)               VALUE    00010700
            '**** AREA DO MODULO TRTERRO ****'.                         00010800
      *----------------------------------------------------------------*00010900
                                                                        00011000
        COPY '#TRTERRO'.                                                00011100
                                                                        00011200
      *================================================================*00011300
       PROCEDURE DIVISION.                                              00011400
      *================================================================*00011500
      *----------------------------------------------------------------*00011600
       0000-PRINCIPAL                     SECTION.                      00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
           PERFORM 1000-INICIAR.                                        00012000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-AGEMST EQUAL '10'.       00012100
           PERFORM 3000-FINALIZAR.                                      00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
       0000-99-FIM.            EXIT.                                    00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
       1000-INICIAR                       SECTION.                      00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
            OPEN INPUT  AGEMST                                          00013200
                 OUTPUT ARQAGE.                                         00013300
            IF WRK-FS-AGEMST NOT EQUAL ZEROS                            00013400
                MOVE ' ERRO ABERTURA AGEMST ' TO WRK-MSG                00013500
                PERFORM 9000-TRATAR-ERROS                               00013600
            END-IF.                                                     00013700
            IF WRK-FS-ARQAGE NOT EQUAL ZEROS                            00013800
                MOVE ' ERRO ABERTURA ARQAGE ' TO WRK-MSG                00013900
                PERFORM 9000-TRATAR-ERROS                               00014000
            END-IF.                                                     00014100
                                                                        00014200
            READ AGEMST INTO WRK-REG-AGEMST.                            00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
       1000-99-FIM.            EXIT.                                    00014600
      *----------------------------------------------------------------*00014700
                                                                        00014800
      *----------------------------------------------------------------*00014900
       2000-PROCESSAR                     SECTION.                      00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
            IF WRK-FS-AGEMST EQUAL ZEROS                                00015300
                ADD 1 TO WRK-ACU-LIDOS                                  00015400
                MOVE WRK-REG-AGEMST TO FD-ARQAGE                        00015500
                WRITE FD-ARQAGE                                         00015600
                EVALUATE WRK-FS-ARQAGE                                  00015700
                 WHEN '00'                                              00015800
                   ADD 1 TO WRK-ACU-GRAVADOS                            00015900
                 WHEN '21'                                              00016000
                 WHEN '22'                                              00016100
                   ADD 1 TO WRK-ACU-REJEITADOS                          00016200
                   DISPLAY 'AGENCIA DUPLICADA/FORA DE ORDEM: '          00016300
                           FD-ARQAGE-CODIGO                             00016400
                   MOVE 4 TO RETURN-CODE                                00016500
                 WHEN OTHER                                             00016600
                   MOVE ' ERRO GRAVACAO ARQAGE ' TO WRK-MSG             00016700
                   PERFORM 9000-TRATAR-ERROS                            00016800
                END-EVALUATE                                            00016900
            END-IF.                                                     00017000
                                                                        00017100
            READ AGEMST INTO WRK-REG-AGEMST.                            00017200
                                                                        00017300
      *----------------------------------------------------------------*00017400
       2000-99-FIM.            EXIT.                                    00017500
      *----------------------------------------------------------------*00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
       3000-FINALIZAR                     SECTION.                      00017900
      *----------------------------------------------------------------*00018000
                                                                        00018100
            CLOSE AGEMST                                                00018200
                  ARQAGE.                                               00018300
                                                                        00018400
            DISPLAY '------------------------------------------------'. 00018500
            DISPLAY '  AGENCIAS LIDAS......: ' WRK-ACU-LIDOS.           00018600
            DISPLAY '  AGENCIAS GRAVADAS...: ' WRK-ACU-GRAVADOS.        00018700
            DISPLAY '  AGENCIAS REJEITADAS.: ' WRK-ACU-REJEITADOS.      00018800
            DISPLAY '------------------------------------------------'. 00018900
                                                                        00019000
            IF WRK-ACU-LIDOS NOT EQUAL                                  00019100
               (WRK-ACU-GRAVADOS + WRK-ACU-REJEITADOS)                  00019200
                MOVE ' LIDOS DIFEREM DE GRAV+REJEIT ' TO WRK-MSG        00019300
                MOVE 'A' TO WRK-ERR-SEVERIDADE                          00019400
                PERFORM 9100-CHAMAR-TRTERRO                             00019500
            END-IF.                                                     00019600
                                                                        00019700
            STOP RUN.                                                   00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       3000-99-FIM.            EXIT.                                    00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       9000-TRATAR-ERROS                  SECTION.                      00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
             MOVE 'F'              TO WRK-ERR-SEVERIDADE.               00020800
             PERFORM 9100-CHAMAR-TRTERRO.                               00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       9000-99-FIM.            EXIT.                                    00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       9100-CHAMAR-TRTERRO                SECTION.                      00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
             MOVE 'FR06C116'       TO WRK-ERR-PROGRAMA.                 00021900
             MOVE '9000'           TO WRK-ERR-SECTION.                  00022000
             MOVE WRK-MSG          TO WRK-ERR-MSG.                      00022100
             MOVE SPACES           TO WRK-ERR-STATUS.                   00022200
             MOVE WRK-FS-AGEMST    TO WRK-ERR-STATUS(1:2).              00022300
             MOVE WRK-FS-ARQAGE    TO WRK-ERR-STATUS(3:2).              00022400
             CALL 'TRTERRO'        USING WRK-TRTERRO.                   00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
       9100-99-FIM.            EXIT.                                    00022800
      *----------------------------------------------------------------*00022900
