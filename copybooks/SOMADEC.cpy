*> -------------------------------------------------------------
*>    SOMADEC - LAYOUT DO ARQUIVO DE DECISOES DO SUPERVISOR SOBRE
*>              OS DETALHES RETIDOS POR LIMITE (ARQUIVO SOMADEC,
*>              ENTRADA DO PROGRAMA SOMALIB)
*>    UMA LINHA POR DETALHE RETIDO EM SOMARET A LIBERAR OU NEGAR,
*>    IDENTIFICADO PELA DATA DE NEGOCIO, PELO NUMERO DO REGISTRO
*>    NO SOMAIN ORIGINAL E PELO IDENTIFICADOR DE TRANSACAO, COM A
*>    DECISAO ("A" APROVA E LANCA, "N" NEGA E REJEITA A SOMAREJ),
*>    O USUARIO QUE DECIDIU E O CODIGO DO MOTIVO DA DECISAO.
*>    SM-DEC-NUM-REGISTRO-X REDEFINE O NUMERO DO REGISTRO COMO
*>    TEXTO PARA QUE A LIBERACAO O VALIDE ANTES DE USA-LO.
*> -------------------------------------------------------------
05  SM-DEC-DATA-NEGOCIO     PIC X(08).
05  SM-DEC-NUM-REGISTRO     PIC 9(08).
05  SM-DEC-NUM-REGISTRO-X REDEFINES SM-DEC-NUM-REGISTRO
                            PIC X(08).
05  SM-DEC-ID-TRANSACAO     PIC X(12).
05  SM-DEC-DECISAO          PIC X(01).
    88  SM-DEC-APROVADO       VALUE "A".
    88  SM-DEC-NEGADO         VALUE "N".
05  SM-DEC-USUARIO          PIC X(08).
05  SM-DEC-COD-MOTIVO       PIC X(04).
05  FILLER                  PIC X(39).
