*> -------------------------------------------------------------
*>    SOMASCK - LAYOUT DO REGISTRO DE CHECKPOINT DO SERVIDOR DE
*>              CALCULO INTRADIA SOMASRV (ARQUIVO SOMASCK)
*>    GRAVADO A CADA LINHA DE SOMARQF TRATADA, COM A QUANTIDADE
*>    DE LINHAS DO ARQUIVO DE REQUISICOES JA TRATADAS NO DIA E A
*>    CHAVE DA ULTIMA REQUISICAO, PARA QUE O SERVIDOR CANCELADO
*>    OU DERRUBADO NO MEIO DO DIA RETOME DEPOIS DA ULTIMA
*>    REQUISICAO QUE DE FATO ATENDEU, EM VEZ DE ATENDER DE NOVO
*>    O ARQUIVO DESDE O INICIO. SO O ULTIMO REGISTRO CONTA, E SO
*>    QUANDO SM-SCK-DATA E A DATA CORRENTE: O PRIMEIRO INICIO DO
*>    DIA COMECA DO ZERO E RECRIA O ARQUIVO.
*> -------------------------------------------------------------
05  SM-SCK-DATA             PIC X(08).
05  SM-SCK-QTDE-LINHAS      PIC 9(08).
05  SM-SCK-ID-REQUISICAO    PIC X(12).
05  SM-SCK-SOLICITANTE      PIC X(08).
05  SM-SCK-DATA-HORA        PIC X(21).
05  FILLER                  PIC X(08).
