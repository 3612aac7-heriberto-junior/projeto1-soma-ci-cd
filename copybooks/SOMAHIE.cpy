*> -------------------------------------------------------------
*>    SOMAHIE - LAYOUT DO ARQUIVO DE HIERARQUIA DE CENTROS DE
*>              CUSTO (ARQUIVO SOMAHIE), ENTRADA DO RELATORIO DE
*>              ORCADO X REALIZADO SOMAVAR
*>    UMA LINHA POR CATEGORIA/CENTRO DE CUSTO, COM O DEPARTAMENTO
*>    E A DIVISAO A QUE ELA PERTENCE. A CATEGORIA AUSENTE DO
*>    ARQUIVO E AGRUPADA NO RELATORIO SOB DEPARTAMENTO E DIVISAO
*>    "SEM-HIER", PARA QUE NENHUM VALOR FIQUE FORA DOS TOTAIS.
*> -------------------------------------------------------------
05  SM-HIE-CATEGORIA        PIC X(08).
05  SM-HIE-DEPARTAMENTO     PIC X(08).
05  SM-HIE-DIVISAO          PIC X(08).
05  FILLER                  PIC X(16).
