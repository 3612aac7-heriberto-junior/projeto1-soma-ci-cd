*>    TAXA PARA A DATA DO LOTE REJEITA O REGISTRO A SOMAREJ). EM
*>    BRANCO EQUIVALE A MOEDA BASE, SEM CONVERSAO, PRESERVANDO OS
*>    ARQUIVOS GERADOS ANTES DA EXISTENCIA DO CAMPO.
*>    SM-IN-OPERACAO "EST" FAZ DO DETALHE UM ESTORNO: EM VEZ DO
*>    PAR DE VALORES, O DETALHE TRAZ EM SM-IN-EST-ID-ORIGINAL O
*>    IDENTIFICADOR DA TRANSACAO JA PROCESSADA A ESTORNAR, E SOMA
*>    LANCA O VALOR EXATAMENTE OPOSTO AO DA ORIGINAL, NA CATEGORIA
*>    E NA MOEDA DELA (REGISTRADAS NO SOMAIDS). CATEGORIA E MOEDA
*>    DO PROPRIO DETALHE DE ESTORNO SAO IGNORADAS; O IDENTIFICADOR
*>    DO ESTORNO (SM-IN-ID-TRANSACAO) E OBRIGATORIO.
*> -------------------------------------------------------------
05  SM-IN-TIPO-REGISTRO   PIC X(01).
    88  SM-IN-REG-HEADER    VALUE "H".
    10  SM-IN-PAR-BRUTO REDEFINES SM-IN-PAR-VALORES.
        15  SM-IN-NUMERO-1-X PIC X(13).
        15  SM-IN-NUMERO-2-X PIC X(13).
    10  SM-IN-PAR-ESTORNO REDEFINES SM-IN-PAR-VALORES.
        15  SM-IN-EST-ID-ORIGINAL PIC X(12).
        15  FILLER               PIC X(14).
    10  SM-IN-ID-TRANSACAO  PIC X(12).
    10  SM-IN-OPERACAO      PIC X(03).
        88  SM-IN-OP-ESTORNO    VALUE "EST".
    10  SM-IN-CATEGORIA     PIC X(08).
    10  SM-IN-MOEDA         PIC X(03).
    10  FILLER              PIC X(07).
