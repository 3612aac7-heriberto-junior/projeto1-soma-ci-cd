*>    QUE UM RESTART= NAO ACUSE COMO DUPLICADA A PROPRIA PRIMEIRA
*>    PASSAGEM. IDENTIFICADOR EM BRANCO (MODO CLI, ARQUIVOS
*>    ANTIGOS) NAO E VERIFICADO NEM REGISTRADO.
*>    CADA ENTRADA GUARDA TAMBEM O QUE E PRECISO PARA ESTORNAR A
*>    TRANSACAO (DETALHE COM OPERACAO "EST" EM SOMAIN): OPERACAO,
*>    OPERANDOS NA MOEDA ORIGINAL, RESULTADO NA MOEDA BASE,
*>    CATEGORIA E MOEDA. SM-IDS-SITUACAO DIZ SE A TRANSACAO ESTA
*>    ATIVA ("A"), SE JA FOI ESTORNADA ("E" - SM-IDS-ID-VINCULADO
*>    E SM-IDS-DATA-VINCULADO APONTAM O ESTORNO) OU SE A PROPRIA
*>    ENTRADA E UM ESTORNO ("R" - OS CAMPOS VINCULADOS APONTAM A
*>    ORIGINAL). UM ESTORNO DE TRANSACAO JA ESTORNADA, DE UM
*>    ESTORNO OU DE ENTRADA GRAVADA ANTES DESTES CAMPOS (SITUACAO
*>    EM BRANCO) E REJEITADO A SOMAREJ.
*> -------------------------------------------------------------
05  SM-IDS-ID-TRANSACAO     PIC X(12).
05  SM-IDS-DATA-NEGOCIO     PIC X(08).
05  SM-IDS-SITUACAO         PIC X(01).
    88  SM-IDS-ATIVO          VALUE "A".
    88  SM-IDS-ESTORNADO      VALUE "E".
    88  SM-IDS-REG-ESTORNO    VALUE "R".
05  SM-IDS-OPERACAO         PIC X(03).
05  SM-IDS-NUMERO1          PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-IDS-NUMERO2          PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-IDS-RESULTADO        PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-IDS-CATEGORIA        PIC X(08).
05  SM-IDS-MOEDA            PIC X(03).
05  SM-IDS-ID-VINCULADO     PIC X(12).
05  SM-IDS-DATA-VINCULADO   PIC X(08).
05  FILLER                  PIC X(04).
