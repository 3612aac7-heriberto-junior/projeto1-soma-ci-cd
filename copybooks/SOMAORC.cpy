*> -------------------------------------------------------------
*>    SOMAORC - LAYOUT DO ARQUIVO DE ORCAMENTO POR CATEGORIA
*>              (ARQUIVO SOMAORC), ENTRADA DO RELATORIO DE
*>              ORCADO X REALIZADO SOMAVAR
*>    UMA LINHA POR CATEGORIA/CENTRO DE CUSTO E COMPETENCIA
*>    (AAAAMM), COM O VALOR ORCADO NA MOEDA BASE E NO MESMO SINAL
*>    DO RESULTADO ACUMULADO NO MASTER SOMAMST. O ARQUIVO PODE
*>    TRAZER VARIAS COMPETENCIAS; O RELATORIO USA SOMENTE AS
*>    LINHAS DA COMPETENCIA PEDIDA. MANTIDO PELA AREA DE
*>    FINANCAS E CARREGADO PELA OPERACAO.
*> -------------------------------------------------------------
05  SM-ORC-CATEGORIA        PIC X(08).
05  SM-ORC-COMPETENCIA      PIC X(06).
05  SM-ORC-VALOR            PIC S9(12)V99 SIGN LEADING SEPARATE.
05  FILLER                  PIC X(11).
