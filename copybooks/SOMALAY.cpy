*> -------------------------------------------------------------
*>    SOMALAY - LAYOUT DO ARQUIVO DE DEFINICOES DE FEED
*>              DELIMITADO (ARQUIVO SOMALAY), LIDO PELO CONVERSOR
*>              SOMACNV
*>    UMA LINHA POR SISTEMA DE ORIGEM QUE ENVIA ARQUIVO TEXTO
*>    DELIMITADO (SEM HEADER NEM TRAILER) EM VEZ DO SOMAIN FIXO:
*>    O DELIMITADOR DE CAMPOS (POR EXEMPLO "," OU ";"), O
*>    SEPARADOR DECIMAL DOS VALORES ("," OU "."; O OUTRO E ACEITO
*>    COMO SEPARADOR DE MILHAR), O FORMATO DAS DATAS
*>    ("DD/MM/AAAA", "AAAA-MM-DD" OU "AAAAMMDD"), A OPERACAO E A
*>    MOEDA USADAS QUANDO A LINHA NAO AS TRAZ, A QUANTIDADE DE
*>    CAMPOS DE CADA LINHA (ATE 20) E A POSICAO (1 A 20) DE CADA
*>    CAMPO DO SOMAIN NA LINHA. POSICAO ZERO = CAMPO AUSENTE NO
*>    FEED (O VALOR 2 FICA ZERADO, O IDENTIFICADOR E A CATEGORIA
*>    EM BRANCO, OPERACAO E MOEDA ASSUMEM O PADRAO E A DATA NAO E
*>    CONFERIDA); O VALOR 1 E OBRIGATORIO. UM CAMPO ENTRE ASPAS
*>    DUPLAS PODE CONTER O PROPRIO DELIMITADOR.
*> -------------------------------------------------------------
05  SM-LAY-SISTEMA-ORIGEM   PIC X(08).
05  SM-LAY-DELIMITADOR      PIC X(01).
05  SM-LAY-SEPARADOR-DECIMAL PIC X(01).
05  SM-LAY-FORMATO-DATA     PIC X(10).
    88  SM-LAY-DATA-DD-MM-AAAA VALUE "DD/MM/AAAA".
    88  SM-LAY-DATA-AAAA-MM-DD VALUE "AAAA-MM-DD".
    88  SM-LAY-DATA-AAAAMMDD   VALUE "AAAAMMDD".
05  SM-LAY-OPERACAO-PADRAO  PIC X(03).
05  SM-LAY-MOEDA-PADRAO     PIC X(03).
05  SM-LAY-QTDE-CAMPOS      PIC 9(02).
05  SM-LAY-POSICOES.
    10  SM-LAY-POS-ID         PIC 9(02).
    10  SM-LAY-POS-NUMERO-1   PIC 9(02).
    10  SM-LAY-POS-NUMERO-2   PIC 9(02).
    10  SM-LAY-POS-OPERACAO   PIC 9(02).
    10  SM-LAY-POS-CATEGORIA  PIC 9(02).
    10  SM-LAY-POS-MOEDA      PIC 9(02).
    10  SM-LAY-POS-DATA       PIC 9(02).
05  FILLER                  PIC X(10).
