*> -------------------------------------------------------------
*>    SOMAEXE - LAYOUT DO ARQUIVO DE CONTROLE DE EXECUCAO DO
*>              CICLO NOTURNO (ARQUIVO SOMAEXE, ORGANIZATION
*>              INDEXED, CHAVE SM-EXE-CHAVE)
*>    UMA ENTRADA POR DATA DE NEGOCIO E PASSO DO CICLO (SOMASPL,
*>    SOMA OU SOMA-P1 A SOMA-P4 NAS PARTICOES, SOMAMRG, SOMAGL,
*>    SOMABAL, SOMAGLK E SOMACLS). CADA PROGRAMA GRAVA A ENTRADA
*>    NO INICIO ("E" - EM EXECUCAO) E A ATUALIZA NO FIM ("T" -
*>    TERMINADO) COM O RETURN-CODE DEVOLVIDO. UMA REEXECUCAO DO
*>    MESMO PASSO NA MESMA DATA REAPROVEITA A ENTRADA E SOMA 1 A
*>    SM-EXE-QTDE-EXECUCOES. ANTES DE INICIAR, CADA PROGRAMA
*>    CONSULTA A ENTRADA DO SEU PASSO ANTECESSOR NA MESMA DATA E
*>    SE RECUSA A EXECUTAR SE ELE NAO TERMINOU OU TERMINOU COM
*>    RETURN-CODE ACIMA DE 4 (0 = OK; 4 = TERMINADO COM AVISO OU
*>    COM REGISTROS REJEITADOS, QUE NAO SEGURA A CADEIA).
*>    UMA ENTRADA QUE FICA "E" DEPOIS DO FIM DO JOB INDICA UM
*>    PASSO INTERROMPIDO (ABEND/CANCELAMENTO), PONTO DE RESTART.
*>    SM-EXE-QTDE-PARTES E INFORMADO PELO SOMASPL (PARTES=n), PARA
*>    QUE O CONSULTOR DO CICLO SAIBA QUANTAS PARTICOES ESPERAR.
*> -------------------------------------------------------------
05  SM-EXE-CHAVE.
    10  SM-EXE-DATA-NEGOCIO   PIC X(08).
    10  SM-EXE-PASSO          PIC X(08).
05  SM-EXE-SITUACAO         PIC X(01).
    88  SM-EXE-EM-EXECUCAO    VALUE "E".
    88  SM-EXE-TERMINADO      VALUE "T".
05  SM-EXE-RETURN-CODE      PIC 9(03).
05  SM-EXE-INICIO.
    10  SM-EXE-DATA-INICIO    PIC X(08).
    10  SM-EXE-HORA-INICIO    PIC X(06).
05  SM-EXE-TERMINO.
    10  SM-EXE-DATA-TERMINO   PIC X(08).
    10  SM-EXE-HORA-TERMINO   PIC X(06).
05  SM-EXE-QTDE-EXECUCOES   PIC 9(03).
05  SM-EXE-QTDE-PARTES      PIC 9(01).
05  FILLER                  PIC X(08).
