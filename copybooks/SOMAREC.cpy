*>    VALORES ORIGINAIS NAQUELA MOEDA E SM-OUT-RESULTADO O
*>    RESULTADO JA CONVERTIDO PARA A MOEDA BASE PELA TAXA DO DIA,
*>    PARA QUE OS CONSUMIDORES VEJAM O ENVIADO E O CONTABILIZADO.
*>    NUMA LINHA DE ESTORNO (SM-OUT-OPERACAO "EST"),
*>    SM-OUT-ID-ORIGINAL, SM-OUT-DATA-ORIGINAL E
*>    SM-OUT-OPER-ORIGINAL APONTAM A TRANSACAO ESTORNADA, SUA DATA
*>    DE NEGOCIO E SUA OPERACAO; NUMERO1/2 REPETEM OS OPERANDOS
*>    ORIGINAIS, SM-OUT-RESULTADO E O VALOR OPOSTO AO DA ORIGINAL
*>    E CATEGORIA/MOEDA SAO AS DELA. EM BRANCO NAS DEMAIS LINHAS.
*>    SM-OUT-STATUS "RETIDO" MARCA O DETALHE QUE ULTRAPASSOU UM
*>    TETO DA SUA CATEGORIA (SOMALIM) E FOI PARA A FILA SOMARET;
*>    SM-OUT-RESULTADO TRAZ O VALOR CALCULADO, AINDA NAO LANCADO.
*>    SM-OUT-ORIGEM-LINHA "L" MARCA A LINHA GRAVADA PELO PROGRAMA
*>    DE LIBERACAO SOMALIB (OK PARA O RETIDO APROVADO, REJEITADO
*>    PARA O NEGADO), COM A DATA DE NEGOCIO DO LOTE QUE O RETEVE;
*>    EM BRANCO NAS LINHAS GRAVADAS PELO PROPRIO SOMA.
*> -------------------------------------------------------------
05  SM-OUT-NUMERO1          PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-OUT-NUMERO2          PIC S9(10)V99 SIGN LEADING SEPARATE.
05  SM-OUT-STATUS           PIC X(10).
05  SM-OUT-QTDE-OPERANDOS   PIC 9(02).
05  SM-OUT-MOEDA            PIC X(03).
05  SM-OUT-ID-ORIGINAL      PIC X(12).
05  SM-OUT-DATA-ORIGINAL    PIC X(08).
05  SM-OUT-OPER-ORIGINAL    PIC X(03).
05  SM-OUT-ORIGEM-LINHA     PIC X(01).
    88  SM-OUT-LINHA-LIBERACAO  VALUE "L".
05  FILLER                  PIC X(04).
