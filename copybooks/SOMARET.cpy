*> -------------------------------------------------------------
*>    SOMARET - LAYOUT DA FILA DE DETALHES RETIDOS POR LIMITE DO
*>              MODO BATCH DO PROGRAMA SOMA (ARQUIVO SOMARET)
*>    UMA LINHA POR DETALHE DE SOMAIN VALIDO CUJO RESULTADO
*>    ULTRAPASSOU O TETO POR TRANSACAO OU O TETO DIARIO DA SUA
*>    CATEGORIA (ARQUIVO SOMALIM). O DETALHE NAO E LANCADO NEM
*>    REJEITADO: FICA NESTA FILA, COM A DATA DE NEGOCIO E O
*>    SISTEMA DE ORIGEM DO LOTE, O NUMERO DO REGISTRO, O MOTIVO,
*>    O RESULTADO JA CALCULADO NA MOEDA BASE E A IMAGEM ORIGINAL,
*>    ATE QUE O PROGRAMA DE LIBERACAO SOMALIB APLIQUE A DECISAO
*>    DO SUPERVISOR (APROVAR OU NEGAR). O ARQUIVO E CUMULATIVO:
*>    SOMA ACRESCENTA AO FINAL E SOMALIB O REGRAVA SOMENTE COM
*>    OS ITENS AINDA SEM DECISAO. NO CICLO PARTICIONADO CADA
*>    INSTANCIA DE SOMA ACRESCENTA OS SEUS RETIDOS AO SOMARET DO
*>    PROPRIO DIRETORIO, COM O NUMERO DO REGISTRO LOCAL A
*>    PARTICAO; O CONSOLIDADOR SOMAMRG COPIA AS LINHAS DA DATA
*>    PARA O SOMARET UNICO LIDO PELO SOMALIB, JA COM O NUMERO DO
*>    REGISTRO NO SOMAIN COMPLETO.
*> -------------------------------------------------------------
05  SM-RET-DATA-NEGOCIO     PIC X(08).
05  SM-RET-NUM-REGISTRO     PIC 9(08).
05  SM-RET-ID-TRANSACAO     PIC X(12).
05  SM-RET-MOTIVO           PIC X(20).
    88  SM-RET-LIMITE-TRANSACAO VALUE "LIMITE-TRANSACAO".
    88  SM-RET-LIMITE-DIARIO    VALUE "LIMITE-DIARIO".
    88  SM-RET-USO-SEM-CONTROLE VALUE "LIMITE-TABELA-CHEIA".
05  SM-RET-RESULTADO        PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-RET-SISTEMA-ORIGEM   PIC X(08).
05  SM-RET-IMAGEM           PIC X(60).
05  FILLER                  PIC X(04).
