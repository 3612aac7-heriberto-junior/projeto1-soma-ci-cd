*>    SM-CKP-SW-OVERFLOW ("S"/"N") GUARDA O ESTADO DE OVERFLOW DO
*>    LOTE ATE O CHECKPOINT, PARA QUE UM RESTART= RECUPERE O
*>    ESTADO E SE COMPORTE COMO A EXECUCAO ININTERRUPTA.
*>    SM-CKP-TOTAL-RETIDO GUARDA O TOTAL DOS DETALHES RETIDOS POR
*>    LIMITE (FILA SOMARET) ATE O CHECKPOINT, QUE A RECONCILIACAO
*>    COM O TOTAL DE CONTROLE SOMA AO TOTAL GERAL.
*> -------------------------------------------------------------
05  SM-CKP-ULTIMO-REGISTRO  PIC 9(08).
05  SM-CKP-TOTAL-GERAL      PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-CKP-ID-TRANSACAO     PIC X(12).
05  SM-CKP-SW-OVERFLOW      PIC X(01).
05  SM-CKP-TOTAL-RETIDO     PIC S9(10)V99 SIGN LEADING SEPARATE.
05  FILLER                  PIC X(06).
