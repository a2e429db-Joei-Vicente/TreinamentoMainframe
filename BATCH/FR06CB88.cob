      *----------------------------------------------------------------*00003200
      *     INPUT:                                                      00003300
      *     DDNAME           I/O                                        00003400
      *     SAINOTA           I   (RESULTADO ORIGINAL - LRECL 60)       00003500
      *     NOTREC            I   (NOTAS DE RECUPERACAO - LRECL 10:    *00003600
      *                           MATRICULA 9(05) + NOTA 9(02)V99)     *00003700
      *     PARAMS            I   (LRECL 50)                            00003800
      *                                                                 00004000
      *----------------------------------------------------------------*00004100
      *     MANUTENCAO:                                                 00004200
      *     15/10/2026 JL - O SAINOTA PASSA A TRAZER TAMBEM OS          00004228
      *                     RESULTADOS POR DISCIPLINA (FD-DISCIPLINA    00004256
      *                     PREENCHIDA, LRECL 60). A RECUPERACAO        00004284
      *                     CONTINUA DECIDIDA SOBRE O REGISTRO GERAL DO 00004312
      *                     ALUNO: OS REGISTROS DE DISCIPLINA SAO SO    00004340
      *                     CONTADOS E NAO VAO PARA O SAINOTF.          00004368
      *================================================================*00004400
       ENVIRONMENT                     DIVISION.                        00004500
      *================================================================*00004600
          05 FD-QTD-NOTAS              PIC 9(02).                       00008200
          05 FD-MEDIA                  PIC 9(02)V99.                    00008300
          05 FD-STATUS                 PIC X(45).                       00008400
          05 FD-DISCIPLINA             PIC X(03).                       00008433
          05 FILLER                    PIC X(01).                       00008466
                                                                        00008500
       FD NOTREC                                                        00008600
           RECORDING MODE IS F                                          00008700
       77 WRK-ACU-APROV-REC            PIC 9(05)        VALUE ZEROS.    00014800
       77 WRK-ACU-REPROV-REC           PIC 9(05)        VALUE ZEROS.    00014900
       77 WRK-ACU-SEM-NOTA             PIC 9(05)        VALUE ZEROS.    00015000
       77 WRK-ACU-DISCIPLINAS          PIC 9(05)        VALUE ZEROS.    00015050
                                                                        00015100
      *================================================================*00015200
       PROCEDURE                       DIVISION.                        00015300
       0200-PROCESSAR                  SECTION.                         00029700
      *----------------------------------------------------------------*00029800
                                                                        00029900
           IF FD-DISCIPLINA            NOT EQUAL SPACES                 00029916
               ADD 1                   TO WRK-ACU-DISCIPLINAS           00029932
               GO TO 0200-88-LER                                        00029948
           END-IF.                                                      00029964
                                                                        00029980
           ADD 1                       TO WRK-ACU-LIDOS.                00030000
                                                                        00030100
           MOVE FD-MATRICULA           TO FD-FIN-MATRICULA.             00030200
                                                                        00031600
           WRITE FD-SAINOTF.                                            00031700
                                                                        00031800
       0200-88-LER.                                                     00031850
           READ SAINOTA.                                                00031900
           IF WRK-FS-SAINOTA           NOT EQUAL ZEROS                  00032000
               MOVE '10'               TO WRK-FS-SAINOTA                00032100
            DISPLAY 'APROVADOS NA RECUPERACAO: ' WRK-ACU-APROV-REC.     00039200
            DISPLAY 'REPROVADOS APOS RECUPER.: ' WRK-ACU-REPROV-REC.    00039300
            DISPLAY 'SEM NOTA DE RECUPERACAO.: ' WRK-ACU-SEM-NOTA.      00039400
            DISPLAY 'RESULTADOS DISCIPLINA...: ' WRK-ACU-DISCIPLINAS.   00039450
            DISPLAY '--------------------------------------------'.     00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
