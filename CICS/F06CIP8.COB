      *                   ALTERACAO E REGISTRADA VIA GRVLOG (ORIGEM    *00000240
      *                   'C'); AS RECUSAS JA SAEM LOGADAS PELA        *00000250
      *                   PROPRIA ROTINA DE SEGURANCA. PF3 ENCERRA.    *00000260
      *                   O CAMPO FUNC VINCULA O OPERADOR AO ID DO     *00000262
      *                   FUNCIONARIO NA FOLHA (CONSULTA DE            *00000264
      *                   CONTRACHEQUES F06CIPC); '0000' DESFAZ O      *00000266
      *                   VINCULO.                                     *00000268
      *----------------------------------------------------------------*00000270
      *     ARQUIVOS....:                                              *00000280
      *       DDNAME               I/O                 INCLUDE/BOOK    *00000290
      *       ARQSEG               I/O                    B#SEGUSR     *00000300
      *----------------------------------------------------------------*00000310
      *   MANUTENCAO:                                                  *00000320
      *   15/10/2026 JL - CAMPO FUNC NA TELA (INCLUI/ALTERA/CONSULTA)  *00000322
      *   MANTEM O VINCULO OPERADOR X FUNCIONARIO DO B#SEGUSR, USADO   *00000324
      *   PELA CONSULTA DE CONTRACHEQUES (F06CIPC/T06C).               *00000326
      *================================================================*00000330
                                                                        00000340
      *================================================================*00000350
              MOVE 'C'                 TO WRK-SGC-FUNCAO                00002170
           ELSE                                                         00002180
              MOVE 'U'                 TO WRK-SGC-FUNCAO                00002190
           END-IF.                                                      00002200
                                                                        00002210
           EXEC CICS LINK                                               00002220
              PROGRAM('F06CIS1')                                        00002230
           IF WRK-RET EQUAL DFHRESP(NORMAL)                             00002630
              MOVE WRK-USU-PERFIL      TO PERFO                         00002640
              MOVE WRK-USU-ATIVO       TO ATIVO                         00002650
              IF WRK-USU-FUNC-ID NUMERIC                                00002651
                 AND WRK-USU-FUNC-ID GREATER ZEROS                      00002652
                 MOVE WRK-USU-FUNC-ID  TO FUNCO                         00002653
              ELSE                                                      00002654
                 MOVE SPACES           TO FUNCO                         00002655
              END-IF                                                    00002656
              MOVE 'USUARIO ENCONTRADO'                                 00002660
                                       TO MSGSEGO                       00002670
           ELSE                                                         00002680
              MOVE SPACES              TO PERFO ATIVO FUNCO             00002690
              MOVE 'USUARIO SEM PERFIL'                                 00002700
                                       TO MSGSEGO                       00002710
           END-IF.                                                      00002720
              MOVE 'INFORMAR O PERFIL'  TO MSGSEGO                      00002830
              GO TO 2300-99-FIM                                         00002840
           END-IF.                                                      00002850
           PERFORM 2350-CONFERIR-FUNCIONARIO.                           00002852
           IF MSGSEGO NOT EQUAL SPACES                                  00002854
              GO TO 2300-99-FIM                                         00002856
           END-IF.                                                      00002858
                                                                        00002860
           MOVE SPACES                 TO WRK-REG-SEGUSR.               00002870
           MOVE WRK-CHAVE-USU          TO WRK-USU-USERID.               00002880
           MOVE PERFI                  TO WRK-USU-PERFIL.               00002890
           MOVE 'S'                    TO WRK-USU-ATIVO.                00002900
           MOVE ZEROS                  TO WRK-USU-FUNC-ID.              00002902
           IF FUNCI NUMERIC                                             00002904
              MOVE FUNCI               TO WRK-USU-FUNC-ID               00002906
           END-IF.                                                      00002908
                                                                        00002910
           EXEC CICS WRITE                                              00002920
              FILE ('ARQSEG')                                           00002930
       2300-99-FIM.                              EXIT.                  00003120
      *----------------------------------------------------------------*00003130
                                                                        00003140
      *----------------------------------------------------------------*00003141
       2350-CONFERIR-FUNCIONARIO                 SECTION.               00003142
      *----------------------------------------------------------------*00003143
      *    FUNC EM BRANCO MANTEM O VINCULO; SE INFORMADO, NUMERICO.    *00003144
      *----------------------------------------------------------------*00003145
                                                                        00003146
           IF FUNCI NOT EQUAL SPACES AND LOW-VALUES                     00003147
              AND FUNCI NOT NUMERIC                                     00003148
              MOVE 'FUNCIONARIO INVALIDO'                               00003149
                                       TO MSGSEGO                       00003150
           END-IF.                                                      00003151
                                                                        00003152
      *----------------------------------------------------------------*00003153
       2350-99-FIM.                              EXIT.                  00003154
      *----------------------------------------------------------------*00003155
                                                                        00003156
      *----------------------------------------------------------------*00003157
       2400-ALTERAR                              SECTION.               00003160
      *----------------------------------------------------------------*00003170
                                                                        00003171
           PERFORM 2350-CONFERIR-FUNCIONARIO.                           00003172
           IF MSGSEGO NOT EQUAL SPACES                                  00003173
              GO TO 2400-99-FIM                                         00003174
           END-IF.                                                      00003175
                                                                        00003180
           EXEC CICS READ                                               00003190
              FILE ('ARQSEG')                                           00003200
           END-IF.                                                      00003350
           IF ATIVI EQUAL 'S' OR ATIVI EQUAL 'N'                        00003360
              MOVE ATIVI               TO WRK-USU-ATIVO                 00003370
           END-IF.                                                      00003372
           IF FUNCI NUMERIC                                             00003374
              MOVE FUNCI               TO WRK-USU-FUNC-ID               00003376
           END-IF.                                                      00003380
                                                                        00003390
           EXEC CICS REWRITE                                            00003400
