*> -------------------------------------------------------------
*>    SOMACMR - LAYOUT DO ARQUIVO DE EXPOSICAO CAMBIAL PARA A
*>              TESOURARIA (ARQUIVO SOMACMF), GRAVADO PELO
*>              RELATORIO DE EXPOSICAO POR MOEDA SOMACAM
*>    UM HEADER "H" COM O PERIODO DE DATAS DE NEGOCIO E A
*>    TOLERANCIA DA CONFERENCIA DE TAXAS; UM DETALHE "D" POR MOEDA
*>    E CATEGORIA COM A QUANTIDADE DE TRANSACOES OK, O TOTAL NA
*>    MOEDA ORIGINAL, O TOTAL CONVERTIDO PARA A MOEDA BASE E A TAXA
*>    MEDIA EFETIVA; UM REGISTRO "R" POR MOEDA E DATA DE NEGOCIO
*>    CUJA TAXA IMPLICITA (TOTAL BASE / TOTAL ORIGINAL DO DIA)
*>    DIVERGE DA TAXA DO DIA EM SOMATAX ALEM DA TOLERANCIA
*>    (SITUACAO "D") OU QUE NAO TEM TAXA EM SOMATAX (SITUACAO "S",
*>    TAXA SOMATAX ZERADA); E UM TRAILER "T" COM AS QUANTIDADES DE
*>    REGISTROS "D" E "R" E O HASH-TOTAL (SOMA DOS VALORES
*>    ABSOLUTOS DE SM-CMF-TOTAL-BASE DOS DETALHES).
*>    A TAXA MEDIA E A TAXA IMPLICITA CONSIDERAM SOMENTE AS
*>    OPERACOES LINEARES (ADD, SUB E AVG, E OS ESTORNOS DELAS);
*>    NUMA MULTIPLICACAO A CONVERSAO DOS DOIS OPERANDOS ELEVA A TAXA
*>    AO QUADRADO. TAXA MEDIA ZERADA: SEM OPERACAO LINEAR NO GRUPO.
*>    OS ESTORNOS (OPERACAO EST) ENTRAM NOS TOTAIS COM O SINAL
*>    INVERTIDO DA OPERACAO ORIGINAL, MAS NAO NA CONFERENCIA POR
*>    DATA: O VALOR BASE DELES FOI CONVERTIDO PELA TAXA DA DATA DA
*>    TRANSACAO ORIGINAL.
*> -------------------------------------------------------------
05  SM-CMF-TIPO-REGISTRO    PIC X(01).
    88  SM-CMF-REG-HEADER     VALUE "H".
    88  SM-CMF-REG-DETALHE    VALUE "D".
    88  SM-CMF-REG-DIVERGENCIA VALUE "R".
    88  SM-CMF-REG-TRAILER    VALUE "T".
05  SM-CMF-DADOS-DETALHE.
    10  SM-CMF-MOEDA        PIC X(03).
    10  SM-CMF-CATEGORIA    PIC X(08).
    10  SM-CMF-QTDE         PIC 9(08).
    10  SM-CMF-TOTAL-ORIGINAL PIC S9(13)V99 SIGN LEADING SEPARATE.
    10  SM-CMF-TOTAL-BASE   PIC S9(13)V99 SIGN LEADING SEPARATE.
    10  SM-CMF-TAXA-MEDIA   PIC 9(04)V9(06).
    10  FILLER              PIC X(04).
05  SM-CMF-DADOS-DIVERGENCIA REDEFINES SM-CMF-DADOS-DETALHE.
    10  SM-CMF-DIV-MOEDA    PIC X(03).
    10  SM-CMF-DIV-DATA-NEGOCIO PIC X(08).
    10  SM-CMF-DIV-TAXA-IMPLICITA PIC 9(04)V9(06).
    10  SM-CMF-DIV-TAXA-SOMATAX PIC 9(04)V9(06).
    10  SM-CMF-DIV-DIFERENCA-PCT PIC S9(05)V99
                                 SIGN LEADING SEPARATE.
    10  SM-CMF-DIV-SITUACAO PIC X(01).
        88  SM-CMF-DIV-DIVERGENTE VALUE "D".
        88  SM-CMF-DIV-SEM-TAXA   VALUE "S".
    10  FILLER              PIC X(25).
05  SM-CMF-DADOS-HEADER REDEFINES SM-CMF-DADOS-DETALHE.
    10  SM-CMF-HDR-DATA-INICIO PIC X(08).
    10  SM-CMF-HDR-DATA-FIM    PIC X(08).
    10  SM-CMF-HDR-DATA-EMISSAO PIC X(08).
    10  SM-CMF-HDR-TOLERANCIA  PIC 9(03)V99.
    10  FILLER                 PIC X(36).
05  SM-CMF-DADOS-TRAILER REDEFINES SM-CMF-DADOS-DETALHE.
    10  SM-CMF-TRL-QTDE-DETALHES PIC 9(08).
    10  SM-CMF-TRL-QTDE-DIVERGENCIAS PIC 9(08).
    10  SM-CMF-TRL-HASH-TOTAL  PIC 9(15)V99.
    10  FILLER                 PIC X(32).
