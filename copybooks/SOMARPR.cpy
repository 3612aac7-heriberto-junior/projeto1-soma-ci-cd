*>              CALCULO SOMASRV
*>    UMA LINHA POR REQUISICAO ATENDIDA, COM A CHAVE DA
*>    REQUISICAO (IDENTIFICADOR E SOLICITANTE DE SOMARQF), O
*>    STATUS (OK, REJEITADO, OVERFLOW, DUPLICADO OU NEGADO), O
*>    RESULTADO DO CALCULO (ZERO QUANDO NAO OK), A DATA/HORA DO
*>    ATENDIMENTO E A OPERACAO PEDIDA (EM BRANCO EQUIVALE A ADD).
*>    A AGENCIA CASA A RESPOSTA COM O PEDIDO PELA CHAVE, NUNCA
*>    PELA POSICAO DA LINHA.
*>    STATUS NEGADO: O SOLICITANTE NAO CONSTA DO ARQUIVO DE
*>    AUTORIZACAO SOMASOL, NAO PODE PEDIR A OPERACAO, O RESULTADO
*>    PASSA DO SEU VALOR MAXIMO OU A SUA COTA DIARIA ACABOU.
*>    STATUS DUPLICADO: A CHAVE JA FOI ATENDIDA NO MESMO DIA (POR
*>    EXEMPLO, REENVIO APOS TIMEOUT). O PEDIDO NAO E CALCULADO DE
*>    NOVO: SM-RPF-RESULTADO TRAZ O RESULTADO DA RESPOSTA ORIGINAL
*>    E SM-RPF-STATUS-ORIGINAL/SM-RPF-DATA-HORA-ORIGINAL O STATUS E
*>    O MOMENTO DELA (EM BRANCO NAS DEMAIS RESPOSTAS).
*> -------------------------------------------------------------
05  SM-RPF-ID-REQUISICAO    PIC X(12).
05  SM-RPF-SOLICITANTE      PIC X(08).
05  SM-RPF-STATUS           PIC X(10).
05  SM-RPF-RESULTADO        PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-RPF-DATA-HORA        PIC X(21).
05  SM-RPF-STATUS-ORIGINAL  PIC X(10).
05  SM-RPF-DATA-HORA-ORIGINAL PIC X(21).
05  SM-RPF-OPERACAO         PIC X(03).
05  FILLER                  PIC X(05).
