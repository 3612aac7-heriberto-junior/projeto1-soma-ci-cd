*> -------------------------------------------------------------
*>    SOMASUS - LAYOUT DO REGISTRO DE PENDENCIAS EM SUSPENSO
*>              (ARQUIVO SOMASUS, ORGANIZATION INDEXED, CHAVE
*>              SM-SUS-CHAVE)
*>    UMA ENTRADA POR TRANSACAO REJEITADA PELO MODO BATCH DE SOMA,
*>    CHAVEADA PELO IDENTIFICADOR DA TRANSACAO E PELA DATA DE
*>    NEGOCIO DO LOTE QUE A REJEITOU, COM O MOTIVO, O SISTEMA DE
*>    ORIGEM, O NUMERO DO REGISTRO E A IMAGEM ORIGINAL. O CICLO DE
*>    VIDA DA PENDENCIA E:
*>      "A" ABERTA       - GRAVADA POR SOMA NA REJEICAO (OU
*>                         REABERTA QUANDO A RESSUBMISSAO E
*>                         REJEITADA DE NOVO, SOMANDO 1 A
*>                         SM-SUS-QTDE-REJEICOES);
*>      "R" RESSUBMETIDA - MARCADA PELO SOMAFIX AO MONTAR O ARQUIVO
*>                         DE RESSUBMISSAO COM A CORRECAO (SE A
*>                         CORRECAO TROCA O IDENTIFICADOR, A ENTRADA
*>                         PASSA PARA A CHAVE NOVA E
*>                         SM-SUS-ID-ANTERIOR GUARDA O ANTIGO);
*>      "L" LIQUIDADA    - MARCADA POR SOMA (OU PELO SOMALIB, NA
*>                         APROVACAO DE UM RETIDO) QUANDO A
*>                         TRANSACAO COM O MESMO IDENTIFICADOR E
*>                         LANCADA COM STATUS OK, EM QUALQUER DATA
*>                         DE NEGOCIO.
*>    AS DATAS/HORAS DE ABERTURA, RESSUBMISSAO E LIQUIDACAO SAO AS
*>    DO RELOGIO DA EXECUCAO (AAAAMMDD E HHMMSS); A IDADE DA
*>    PENDENCIA, EM DIAS UTEIS, E CONTADA A PARTIR DA DATA DE
*>    NEGOCIO DA CHAVE. REJEICAO COM IDENTIFICADOR EM BRANCO OU
*>    POR DUPLICIDADE NAO GERA PENDENCIA. O RELATORIO DE AGING
*>    SOMAAGE LE O REGISTRO INTEIRO. O ARQUIVO E UNICO PARA TODAS
*>    AS INSTANCIAS DE SOMA: NO CICLO PARTICIONADO CADA PARTICAO
*>    O ABRE SOMENTE DURANTE CADA ATUALIZACAO DE PENDENCIA, PARA
*>    QUE AS PARTICOES POSSAM RODAR AO MESMO TEMPO.
*> -------------------------------------------------------------
05  SM-SUS-CHAVE.
    10  SM-SUS-ID-TRANSACAO   PIC X(12).
    10  SM-SUS-DATA-NEGOCIO   PIC X(08).
05  SM-SUS-SITUACAO         PIC X(01).
    88  SM-SUS-ABERTA         VALUE "A".
    88  SM-SUS-RESSUBMETIDA   VALUE "R".
    88  SM-SUS-LIQUIDADA      VALUE "L".
    88  SM-SUS-EM-ABERTO      VALUE "A" "R".
05  SM-SUS-MOTIVO           PIC X(20).
05  SM-SUS-SISTEMA-ORIGEM   PIC X(08).
05  SM-SUS-NUM-REGISTRO     PIC 9(08).
05  SM-SUS-QTDE-REJEICOES   PIC 9(03).
05  SM-SUS-ABERTURA.
    10  SM-SUS-DATA-ABERTURA  PIC X(08).
    10  SM-SUS-HORA-ABERTURA  PIC X(06).
05  SM-SUS-RESSUBMISSAO.
    10  SM-SUS-DATA-RESSUBMISSAO PIC X(08).
    10  SM-SUS-HORA-RESSUBMISSAO PIC X(06).
05  SM-SUS-LIQUIDACAO.
    10  SM-SUS-DATA-LIQUIDACAO PIC X(08).
    10  SM-SUS-HORA-LIQUIDACAO PIC X(06).
05  SM-SUS-DATA-NEG-LIQUIDACAO PIC X(08).
05  SM-SUS-ID-ANTERIOR      PIC X(12).
05  SM-SUS-IMAGEM           PIC X(60).
05  FILLER                  PIC X(08).
