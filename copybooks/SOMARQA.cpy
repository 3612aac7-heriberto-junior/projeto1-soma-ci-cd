*> -------------------------------------------------------------
*>    SOMARQA - LAYOUT DO REGISTRO DE REQUISICOES INTRADIA JA
*>              ATENDIDAS (ARQUIVO SOMARQA, ORGANIZATION INDEXED,
*>              CHAVE SM-RQA-CHAVE), MANTIDO PELO SERVIDOR SOMASRV
*>    UMA ENTRADA POR DIA, SOLICITANTE E IDENTIFICADOR DE
*>    REQUISICAO ATENDIDO, COM A RESPOSTA ORIGINAL (STATUS,
*>    RESULTADO E DATA/HORA) E A LINHA DE SOMARQF QUE A ORIGINOU.
*>    UM PEDIDO QUE REPETE A CHAVE NO MESMO DIA (REENVIO APOS
*>    TIMEOUT) NAO E CALCULADO DE NOVO: RECEBE STATUS DUPLICADO EM
*>    SOMARPF COM A RESPOSTA ORIGINAL, E SM-RQA-QTDE-REPETICOES
*>    CONTA OS REENVIOS. A LINHA DE ORIGEM PERMITE AO SERVIDOR
*>    RETOMADO RECONHECER UMA REQUISICAO QUE ELE PROPRIO JA
*>    ATENDEU ANTES DA INTERRUPCAO E AINDA NAO CONSTAVA DO
*>    CHECKPOINT SOMASCK.
*> -------------------------------------------------------------
05  SM-RQA-CHAVE.
    10  SM-RQA-DATA           PIC X(08).
    10  SM-RQA-SOLICITANTE    PIC X(08).
    10  SM-RQA-ID-REQUISICAO  PIC X(12).
05  SM-RQA-LINHA-SOMARQF    PIC 9(08).
05  SM-RQA-STATUS           PIC X(10).
05  SM-RQA-RESULTADO        PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-RQA-DATA-HORA        PIC X(21).
05  SM-RQA-QTDE-REPETICOES  PIC 9(05).
05  FILLER                  PIC X(10).
