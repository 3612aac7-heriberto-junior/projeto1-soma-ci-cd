*> -------------------------------------------------------------
*>    SOMACRJ - LAYOUT DO ARQUIVO DE REJEITADOS DA CONVERSAO DE
*>              FEED DELIMITADO (ARQUIVO SOMACRJ), GRAVADO PELO
*>              CONVERSOR SOMACNV
*>    UMA LINHA POR LINHA DO FEED QUE NAO PODE SER CONVERTIDA
*>    PARA O SOMAIN (QUANTIDADE DE CAMPOS ERRADA, VALOR INVALIDO
*>    OU MAIOR QUE S9(10)V99, DATA INVALIDA OU FORA DO LOTE,
*>    OPERACAO INVALIDA, CAMPO MAIOR QUE O DO SOMAIN), COM O
*>    NUMERO DA LINHA NO ARQUIVO RECEBIDO, O MOTIVO E O TEXTO
*>    ORIGINAL, PARA QUE O SISTEMA DE ORIGEM CORRIJA E REENVIE
*>    APENAS AS REJEITADAS.
*> -------------------------------------------------------------
05  SM-CRJ-NUM-LINHA        PIC 9(08).
05  SM-CRJ-MOTIVO           PIC X(20).
05  SM-CRJ-TEXTO            PIC X(256).
05  FILLER                  PIC X(04).
