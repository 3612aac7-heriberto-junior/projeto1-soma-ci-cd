*> -------------------------------------------------------------
*>    SOMALIM - LAYOUT DO ARQUIVO DE LIMITES POR CATEGORIA DO
*>              MODO BATCH DO PROGRAMA SOMA (ARQUIVO SOMALIM,
*>              ORGANIZATION INDEXED, CHAVE SM-LIM-CATEGORIA)
*>    UMA ENTRADA POR CATEGORIA/CENTRO DE CUSTO SUJEITA A LIMITE,
*>    COM O TETO POR TRANSACAO E O TETO DIARIO ACUMULADO, AMBOS
*>    NA MOEDA BASE E APLICADOS AO VALOR ABSOLUTO DO RESULTADO.
*>    TETO ZERADO SIGNIFICA SEM TETO DAQUELE TIPO; CATEGORIA SEM
*>    ENTRADA NAO TEM LIMITE. UM DETALHE QUE ULTRAPASSE UM DOS
*>    TETOS NAO E LANCADO NEM REJEITADO: VAI PARA A FILA DE
*>    RETIDOS SOMARET ATE A DECISAO DO SUPERVISOR (SOMALIB).
*>    SM-LIM-DATA-USO E SM-LIM-USO-DIA GUARDAM O VALOR JA LANCADO
*>    NA CATEGORIA NA DATA DE NEGOCIO INDICADA; NUMA DATA
*>    DIFERENTE O USO RECOMECA DE ZERO. O USO E ATUALIZADO JUNTO
*>    COM O CHECKPOINT, COMO OS DELTAS DO MASTER, PARA QUE UM
*>    RESTART= NAO O CONTE DUAS VEZES. NO CICLO PARTICIONADO AS
*>    INSTANCIAS DE SOMA SO CONSULTAM O ARQUIVO; O USO DO LOTE
*>    INTEIRO E GRAVADO PELO CONSOLIDADOR SOMAMRG, JUNTO COM O
*>    LANCAMENTO NO MASTER.
*> -------------------------------------------------------------
05  SM-LIM-CATEGORIA        PIC X(08).
05  SM-LIM-TETO-TRANSACAO   PIC 9(10)V99.
05  SM-LIM-TETO-DIARIO      PIC 9(12)V99.
05  SM-LIM-DATA-USO         PIC X(08).
05  SM-LIM-USO-DIA          PIC 9(12)V99.
05  FILLER                  PIC X(10).
