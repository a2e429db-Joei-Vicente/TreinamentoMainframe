      *               E GRAVA O MOVIMENTO CONSOLIDADO (MOVSAI) COM O    00002100
      *               CABECALHO COPIADO E O TRAILER RECALCULADO         00002200
      *               (QTDE + HASH DE VALOR). CAPTURAS INVALIDAS        00002300
      *               (TIPO DIFERENTE DE 'C'/'D' OU DE 'T' POR CHAVE DE 00002375
      *               PAGAMENTO, VALOR NAO NUMERICO OU CHAVE FORA DE    00002450
      *               ORDEM) VAO PARA O ARQUIVO DE                      00002525
      *               EXCECAO (EXCCAP).                                 00002600
      *                                                                 00002700
      *----------------------------------------------------------------*00002800
      *                                                                 00003500
      *----------------------------------------------------------------*00003600
      *     MANUTENCAO:                                                 00003700
      *     15/10/2026 JL - PASSA A ACEITAR A CAPTURA 'T' ENDERECADA    00003716
      *     POR CHAVE DE PAGAMENTO (CONTRAPARTIDA EM BRANCO E CHAVE NA  00003732
      *     DESCRICAO, FD-MOV-CHAVE-PAG), QUE O FR06C110 RESOLVE ANTES  00003748
      *     DO FR06EX03. 'T' COM CONTRAPARTIDA INFORMADA CONTINUA       00003764
      *     RECUSADO (TIPO INVALIDO).                                   00003780
      *                                                                 00003800
      *================================================================*00003900
                                                                        00004000
                                                                        00028300
            IF FD-CAPT-TIPO NOT EQUAL 'C'                               00028400
               AND FD-CAPT-TIPO NOT EQUAL 'D'                           00028500
               AND (FD-CAPT-TIPO NOT EQUAL 'T'                          00028533
                    OR FD-CAPT-CONTRA NOT EQUAL SPACES)                 00028566
                MOVE FD-CAPTMOV TO WRK-EXC-REGISTRO                     00028600
                MOVE 'TIPO INVALIDO' TO WRK-EXC-MOTIVO                  00028700
                WRITE FD-EXCCAP FROM WRK-REG-EXCCAP                     00028800
