*> -------------------------------------------------------------
*>    SOMAPGM - LAYOUT DO MASTER DE LANCAMENTOS PROGRAMADOS
*>              (ARQUIVO SOMAPGM, ORGANIZATION INDEXED, CHAVE
*>              SM-PGM-CODIGO), LIDO PELO GERADOR SOMAPRG
*>    UMA ENTRADA POR CALCULO RECORRENTE (RATEIO FIXO, APROPRIACAO
*>    MENSAL POR CATEGORIA) QUE O SISTEMA DE ORIGEM DIGITAVA TODO
*>    DIA NO SOMAIN. TRAZ O PAR DE VALORES, A OPERACAO (ADD, SUB,
*>    MUL OU AVG; EM BRANCO EQUIVALE A ADD, COMO EM SOMAPAR), A
*>    CATEGORIA, A MOEDA E A PERIODICIDADE:
*>      "D" DIARIA  - EM TODA DATA DE NEGOCIO;
*>      "S" SEMANAL - NO DIA DA SEMANA SM-PGM-DIA-SEMANA (1 =
*>                    SEGUNDA-FEIRA ... 7 = DOMINGO);
*>      "M" MENSAL  - NO DIA DO MES SM-PGM-DIA-MES; DIA ALEM DO
*>                    FIM DO MES (31 EM ABRIL, 30 EM FEVEREIRO)
*>                    CAI NO ULTIMO DIA DO MES, E DIA QUE CAI NUM
*>                    SABADO OU DOMINGO PASSA PARA A SEXTA-FEIRA
*>                    ANTERIOR (OU, SE ELA FICAR NO MES ANTERIOR,
*>                    PARA A SEGUNDA-FEIRA SEGUINTE).
*>    A INSTRUCAO VALE DE SM-PGM-DATA-INICIO ATE SM-PGM-DATA-FIM
*>    INCLUSIVE (FIM EM BRANCO OU ZERADO = SEM FIM). SITUACAO "S"
*>    SUSPENDE A GERACAO SEM PERDER O CADASTRO. O IDENTIFICADOR DA
*>    TRANSACAO GERADA E O CODIGO SEGUIDO DA DATA DE NEGOCIO
*>    (AAAAMMDD), DE MODO QUE A MESMA INSTRUCAO NA MESMA DATA GERA
*>    SEMPRE O MESMO IDENTIFICADOR E UM SOMAIN GERADO DUAS VEZES E
*>    BARRADO PELA VERIFICACAO DE DUPLICIDADE DE SOMA.
*>    SM-PGM-PAR-BRUTO REDEFINE O PAR DE VALORES COMO TEXTO, PARA
*>    QUE O GERADOR CONFIRA O CONTEUDO (SINAL SEPARADO E DIGITOS)
*>    ANTES DE USA-LO COMO NUMERO.
*> -------------------------------------------------------------
05  SM-PGM-CODIGO           PIC X(04).
05  SM-PGM-DESCRICAO        PIC X(30).
05  SM-PGM-SITUACAO         PIC X(01).
    88  SM-PGM-ATIVA          VALUE "A".
    88  SM-PGM-SUSPENSA       VALUE "S".
05  SM-PGM-PAR-VALORES.
    10  SM-PGM-NUMERO-1     PIC S9(10)V99 SIGN LEADING SEPARATE.
    10  SM-PGM-NUMERO-2     PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-PGM-PAR-BRUTO REDEFINES SM-PGM-PAR-VALORES.
    10  SM-PGM-NUMERO-1-X   PIC X(13).
    10  SM-PGM-NUMERO-2-X   PIC X(13).
05  SM-PGM-OPERACAO         PIC X(03).
05  SM-PGM-CATEGORIA        PIC X(08).
05  SM-PGM-MOEDA            PIC X(03).
05  SM-PGM-FREQUENCIA       PIC X(01).
    88  SM-PGM-DIARIA         VALUE "D".
    88  SM-PGM-SEMANAL        VALUE "S".
    88  SM-PGM-MENSAL         VALUE "M".
05  SM-PGM-DIA-SEMANA       PIC 9(01).
05  SM-PGM-DIA-MES          PIC 9(02).
05  SM-PGM-DATA-INICIO      PIC X(08).
05  SM-PGM-DATA-FIM         PIC X(08).
05  FILLER                  PIC X(10).
