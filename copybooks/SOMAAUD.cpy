*>    PONTA SEM CONTAR LINHAS.
*>    SM-AUD-OPERACAO ECOA A OPERACAO CALCULADA (ADD, SUB, MUL OU
*>    AVG), PARA QUE A AUDITORIA SAIBA O QUE FOI COMPUTADO.
*>    SM-AUD-ID-ORIGINAL, PREENCHIDO SOMENTE NAS LINHAS DE ESTORNO
*>    (OPERACAO "EST"), APONTA O IDENTIFICADOR DA TRANSACAO
*>    ESTORNADA, LIGANDO O ESTORNO A ORIGINAL NA TRILHA.
*> -------------------------------------------------------------
05  SM-AUD-DATA-HORA        PIC X(21).
05  SM-AUD-PARAMETRO1       PIC X(20).
05  SM-AUD-OPERACAO         PIC X(03).
05  SM-AUD-STATUS           PIC X(10).
05  SM-AUD-QTDE-OPERANDOS   PIC 9(02).
05  SM-AUD-ID-ORIGINAL      PIC X(12).
05  FILLER                  PIC X(08).
