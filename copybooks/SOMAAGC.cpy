*> -------------------------------------------------------------
*>    SOMAAGC - LAYOUT DO ARQUIVO DE CONTROLE DO RELATORIO DE
*>              AGING DAS PENDENCIAS EM SUSPENSO (ARQUIVO
*>              SOMAAGC), GRAVADO PELO SOMAAGE
*>    UM UNICO REGISTRO COM A DATA/HORA DA ULTIMA EXECUCAO DO
*>    RELATORIO, A DATA DE REFERENCIA USADA NELA E AS QUANTIDADES
*>    APURADAS. A PROXIMA EXECUCAO CONTA COMO ABERTAS,
*>    RESSUBMETIDAS E LIQUIDADAS "DESDE A ULTIMA EXECUCAO" AS
*>    PENDENCIAS DO SOMASUS CUJA DATA/HORA DO EVENTO E POSTERIOR A
*>    SM-AGC-ULTIMA-EXECUCAO. SEM O ARQUIVO (PRIMEIRA EXECUCAO),
*>    TODO O REGISTRO CONTA COMO MOVIMENTO.
*> -------------------------------------------------------------
05  SM-AGC-ULTIMA-EXECUCAO.
    10  SM-AGC-DATA-EXECUCAO  PIC X(08).
    10  SM-AGC-HORA-EXECUCAO  PIC X(06).
05  SM-AGC-DATA-REFERENCIA  PIC X(08).
05  SM-AGC-IDADE-MAXIMA     PIC 9(03).
05  SM-AGC-QTDE-EM-ABERTO   PIC 9(08).
05  SM-AGC-QTDE-ACIMA-IDADE PIC 9(08).
05  FILLER                  PIC X(09).
