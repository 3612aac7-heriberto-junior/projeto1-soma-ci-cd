*>    COM O NUMERO DO REGISTRO NO ARQUIVO ORIGINAL, O MOTIVO DA
*>    REJEICAO E A IMAGEM ORIGINAL DO REGISTRO, PARA QUE A EQUIPE
*>    DE DIGITACAO CORRIJA E RESSUBMETA APENAS OS REJEITADOS.
*>    SM-REJ-ORIGEM "L" MARCA O DETALHE RETIDO POR LIMITE QUE O
*>    SUPERVISOR NEGOU, ACRESCENTADO PELO PROGRAMA DE LIBERACAO
*>    SOMALIB; EM BRANCO NAS LINHAS GRAVADAS PELO PROPRIO SOMA.
*> -------------------------------------------------------------
05  SM-REJ-NUM-REGISTRO     PIC 9(08).
05  SM-REJ-MOTIVO           PIC X(20).
05  SM-REJ-IMAGEM           PIC X(60).
05  SM-REJ-ORIGEM           PIC X(01).
    88  SM-REJ-NEGADO-LIBERACAO VALUE "L".
05  FILLER                  PIC X(03).
