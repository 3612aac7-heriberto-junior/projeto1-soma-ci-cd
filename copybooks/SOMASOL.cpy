*> -------------------------------------------------------------
*>    SOMASOL - LAYOUT DO ARQUIVO DE AUTORIZACAO DOS SOLICITANTES
*>              DO SERVIDOR DE CALCULO INTRADIA SOMASRV (ARQUIVO
*>              SOMASOL, ORGANIZATION INDEXED, CHAVE
*>              SM-SOL-SOLICITANTE)
*>    UMA ENTRADA POR AGENCIA AUTORIZADA A USAR O SERVIDOR, COM
*>    AS OPERACOES QUE ELA PODE PEDIR ("S" = PERMITIDA), O VALOR
*>    MAXIMO POR REQUISICAO (APLICADO AO VALOR ABSOLUTO DO
*>    RESULTADO, COMO O TETO POR TRANSACAO DO SOMALIM) E A COTA
*>    DIARIA DE REQUISICOES. VALOR MAXIMO OU COTA ZERADOS
*>    SIGNIFICAM SEM TETO DAQUELE TIPO. SOLICITANTE SEM ENTRADA,
*>    OPERACAO NAO PERMITIDA, RESULTADO ACIMA DO MAXIMO OU COTA
*>    ESGOTADA RECEBEM STATUS NEGADO.
*>    SM-SOL-DATA-USO E SM-SOL-USO-DIA GUARDAM QUANTAS REQUISICOES
*>    DA AGENCIA FORAM ATENDIDAS (OK, REJEITADO OU OVERFLOW) NA
*>    DATA INDICADA; NUMA DATA DIFERENTE O USO RECOMECA DE ZERO.
*> -------------------------------------------------------------
05  SM-SOL-SOLICITANTE      PIC X(08).
05  SM-SOL-OPERACOES.
    10  SM-SOL-PERMITE-ADD    PIC X(01).
        88  SM-SOL-ADD-PERMITIDA  VALUE "S".
    10  SM-SOL-PERMITE-SUB    PIC X(01).
        88  SM-SOL-SUB-PERMITIDA  VALUE "S".
    10  SM-SOL-PERMITE-MUL    PIC X(01).
        88  SM-SOL-MUL-PERMITIDA  VALUE "S".
    10  SM-SOL-PERMITE-AVG    PIC X(01).
        88  SM-SOL-AVG-PERMITIDA  VALUE "S".
05  SM-SOL-VALOR-MAXIMO     PIC 9(10)V99.
05  SM-SOL-COTA-DIARIA      PIC 9(06).
05  SM-SOL-DATA-USO         PIC X(08).
05  SM-SOL-USO-DIA          PIC 9(06).
05  FILLER                  PIC X(10).
