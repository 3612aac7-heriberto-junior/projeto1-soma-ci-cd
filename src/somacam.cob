IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMACAM.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-12.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-12  RFS    Versao original: relatorio de
      *>                       exposicao cambial para a tesouraria.
      *>                       Dado o periodo de datas de negocio
      *>                       (DATA-INICIO= e DATA-FIM=, AAAAMMDD),
      *>                       le as linhas OK de SOMAOUT em moeda
      *>                       estrangeira e imprime no SOMACML, por
      *>                       moeda e categoria, a quantidade de
      *>                       transacoes, o total na moeda
      *>                       original (calculado de NUMERO1/2 e
      *>                       da operacao), o total convertido
      *>                       para a moeda base (RESULTADO) e a
      *>                       taxa media efetiva. Confere, por
      *>                       moeda e data de negocio, a taxa
      *>                       implicita contra a taxa do dia em
      *>                       SOMATAX e aponta as datas fora da
      *>                       tolerancia (TOLERANCIA=, percentual,
      *>                       padrao 1.00) ou sem taxa. Grava o
      *>                       mesmo resumo no arquivo SOMACMF
      *>                       (copybook SOMACMR) para a carga no
      *>                       sistema de posicao da tesouraria.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMAOUT-FILE ASSIGN TO "SOMAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CM-FS-SOMAOUT.

           SELECT SOMATAX-FILE ASSIGN TO "SOMATAX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CM-FS-SOMATAX.

           SELECT SOMACMF-FILE ASSIGN TO "SOMACMF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CM-FS-SOMACMF.

           SELECT SOMACML-FILE ASSIGN TO "SOMACML"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CM-FS-SOMACML.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAOUT-FILE
           RECORDING MODE IS F.
       01  SOMAOUT-RECORD.
           COPY SOMAREC.

       FD  SOMATAX-FILE
           RECORDING MODE IS F.
       01  SOMATAX-RECORD.
           COPY SOMATAX.

       FD  SOMACMF-FILE
           RECORDING MODE IS F.
       01  SOMACMF-RECORD.
           COPY SOMACMR.

       FD  SOMACML-FILE
           RECORDING MODE IS F.
       01  SOMACML-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 CM-FS-SOMAOUT PIC X(02) VALUE "00".
       77 CM-FS-SOMATAX PIC X(02) VALUE "00".
       77 CM-FS-SOMACMF PIC X(02) VALUE "00".
       77 CM-FS-SOMACML PIC X(02) VALUE "00".

       77 CM-SW-EOF-SOMAOUT PIC X(01) VALUE "N".
          88 CM-FIM-SOMAOUT VALUE "S".

       77 CM-SW-EOF-SOMATAX PIC X(01) VALUE "N".
          88 CM-FIM-SOMATAX VALUE "S".

       77 CM-SW-SOMATAX-AUSENTE PIC X(01) VALUE "N".
          88 CM-SOMATAX-AUSENTE VALUE "S".

       77 CM-SW-ERRO PIC X(01) VALUE "N".
          88 CM-HOUVE-ERRO VALUE "S".

       77 CM-SW-FALHA-IO PIC X(01) VALUE "N".
          88 CM-HOUVE-FALHA-IO VALUE "S".

       77 CM-SW-OVERFLOW PIC X(01) VALUE "N".
          88 CM-HOUVE-OVERFLOW VALUE "S".

       77 CM-SW-TABELA-EXCEDIDA PIC X(01) VALUE "N".
          88 CM-TABELA-EXCEDIDA VALUE "S".

      *> Parametros da linha de comando: periodo de datas de
      *> negocio (DATA-FIM em branco = o proprio DATA-INICIO) e
      *> tolerancia percentual da conferencia de taxas.
       01 CM-ARGUMENTO PIC X(100).
       77 CM-PARAMETRO1 PIC X(20).
       77 CM-PARAMETRO2 PIC X(20).
       77 CM-PARAMETRO3 PIC X(20).
       77 CM-TOKEN-ATUAL PIC X(20).
       77 CM-DATA-INICIO PIC X(08) VALUE SPACES.
       77 CM-DATA-FIM PIC X(08) VALUE SPACES.
       77 CM-TOLERANCIA PIC 9(03)V99 VALUE 1.
       77 CM-TOLERANCIA-ED PIC ZZ9.99.

      *> Taxas de SOMATAX das datas do periodo
       77 CM-MAX-TAXAS PIC 9(04) COMP VALUE 3000.
       01 CM-TABELA-TAXAS.
          05 CM-TAXA-ENTRADA OCCURS 3000 TIMES
                             INDEXED BY CM-TAX-IDX.
             10 CM-TAXA-MOEDA PIC X(03).
             10 CM-TAXA-DATA PIC X(08).
             10 CM-TAXA-VALOR PIC 9(04)V9(06).
       77 CM-QTDE-TAXAS PIC 9(04) COMP VALUE 0.
       77 CM-SW-TAXA-ACHADA PIC X(01) VALUE "N".
          88 CM-TAXA-ACHADA VALUE "S".
       77 CM-TAXA-DO-DIA PIC 9(04)V9(06) VALUE 0.

      *> Acumulados por moeda e categoria, em ordem de chave.
      *> Os campos "LINEAR" somam so as operacoes lineares
      *> (ADD, SUB, AVG e os estornos delas), base da taxa media.
       77 CM-MAX-GRUPOS PIC 9(03) COMP VALUE 500.
       01 CM-TABELA-GRUPOS.
          05 CM-GRP-ENTRADA OCCURS 500 TIMES
                            INDEXED BY CM-GRP-IDX.
             10 CM-GRP-CHAVE.
                15 CM-GRP-MOEDA PIC X(03).
                15 CM-GRP-CATEGORIA PIC X(08).
             10 CM-GRP-QTDE PIC 9(08) COMP.
             10 CM-GRP-QTDE-ESTORNOS PIC 9(08) COMP.
             10 CM-GRP-TOTAL-ORIGINAL PIC S9(13)V99.
             10 CM-GRP-TOTAL-BASE PIC S9(13)V99.
             10 CM-GRP-ORIGINAL-LINEAR PIC S9(13)V99.
             10 CM-GRP-BASE-LINEAR PIC S9(13)V99.
       77 CM-QTDE-GRUPOS PIC 9(03) COMP VALUE 0.
       77 CM-GRP-ATUAL PIC 9(03) COMP VALUE 0.
       77 CM-GRP-ORIGEM PIC 9(03) COMP VALUE 0.
       77 CM-GRP-DESTINO PIC 9(03) COMP VALUE 0.
       01 CM-GRP-CHAVE-BUSCA.
          05 CM-GRP-MOEDA-BUSCA PIC X(03).
          05 CM-GRP-CATEGORIA-BUSCA PIC X(08).

      *> Acumulados por moeda e data de negocio para a conferencia
      *> da taxa implicita, em ordem de chave (estornos fora).
      *> Situacao: C conforme, D divergente, S sem taxa em
      *> SOMATAX, N sem valor original para apurar a taxa.
       77 CM-MAX-DIAS PIC 9(04) COMP VALUE 3000.
       01 CM-TABELA-DIAS.
          05 CM-DIA-ENTRADA OCCURS 3000 TIMES
                            INDEXED BY CM-DIA-IDX.
             10 CM-DIA-CHAVE.
                15 CM-DIA-MOEDA PIC X(03).
                15 CM-DIA-DATA PIC X(08).
             10 CM-DIA-QTDE PIC 9(08) COMP.
             10 CM-DIA-ORIGINAL-LINEAR PIC S9(13)V99.
             10 CM-DIA-BASE-LINEAR PIC S9(13)V99.
             10 CM-DIA-TAXA-IMPLICITA PIC 9(04)V9(06).
             10 CM-DIA-TAXA-SOMATAX PIC 9(04)V9(06).
             10 CM-DIA-DIFERENCA-PCT PIC S9(05)V99.
             10 CM-DIA-SITUACAO PIC X(01).
                88 CM-DIA-CONFORME VALUE "C".
                88 CM-DIA-DIVERGENTE VALUE "D".
                88 CM-DIA-SEM-TAXA VALUE "S".
                88 CM-DIA-SEM-BASE VALUE "N".
       77 CM-QTDE-DIAS PIC 9(04) COMP VALUE 0.
       77 CM-DIA-ATUAL PIC 9(04) COMP VALUE 0.
       77 CM-DIA-ORIGEM PIC 9(04) COMP VALUE 0.
       77 CM-DIA-DESTINO PIC 9(04) COMP VALUE 0.
       01 CM-DIA-CHAVE-BUSCA.
          05 CM-DIA-MOEDA-BUSCA PIC X(03).
          05 CM-DIA-DATA-BUSCA PIC X(08).

       77 CM-SW-POSICAO-ACHADA PIC X(01) VALUE "N".
          88 CM-POSICAO-ACHADA VALUE "S".

      *> Apuracao da linha corrente de SOMAOUT
       77 CM-OPERACAO-EFETIVA PIC X(03).
       77 CM-SW-ESTORNO PIC X(01) VALUE "N".
          88 CM-LINHA-ESTORNO VALUE "S".
       77 CM-SW-LINEAR PIC X(01) VALUE "N".
          88 CM-OPERACAO-LINEAR VALUE "S".
       77 CM-SW-LINHA-VALIDA PIC X(01) VALUE "N".
          88 CM-LINHA-VALIDA VALUE "S".
       77 CM-VALOR-ORIGINAL PIC S9(13)V99 VALUE 0.

      *> Apuracao de taxas e diferencas
       77 CM-ABS-ORIGINAL PIC 9(13)V99 VALUE 0.
       77 CM-ABS-BASE PIC 9(13)V99 VALUE 0.
       77 CM-TAXA-CALCULADA PIC 9(04)V9(06) VALUE 0.
       77 CM-DIFERENCA-ABS PIC 9(05)V99 VALUE 0.

      *> Subtotais por moeda e totais gerais
       77 CM-MOEDA-ANTERIOR PIC X(03) VALUE SPACES.
       77 CM-SUB-QTDE PIC 9(08) COMP VALUE 0.
       77 CM-SUB-QTDE-ESTORNOS PIC 9(08) COMP VALUE 0.
       77 CM-SUB-TOTAL-ORIGINAL PIC S9(13)V99 VALUE 0.
       77 CM-SUB-TOTAL-BASE PIC S9(13)V99 VALUE 0.
       77 CM-SUB-ORIGINAL-LINEAR PIC S9(13)V99 VALUE 0.
       77 CM-SUB-BASE-LINEAR PIC S9(13)V99 VALUE 0.
       77 CM-TOT-QTDE PIC 9(08) COMP VALUE 0.
       77 CM-TOT-QTDE-ESTORNOS PIC 9(08) COMP VALUE 0.
       77 CM-TOT-TOTAL-BASE PIC S9(13)V99 VALUE 0.
       77 CM-HASH-TOTAL PIC 9(15)V99 VALUE 0.

      *> Contadores do resumo de controle
       77 CM-QTDE-LIDAS PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-NO-PERIODO PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-MOEDA-BASE PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-OPERACAO-INVALIDA PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-TAXAS-INVALIDAS PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-DIAS-DIVERGENTES PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-DIAS-SEM-TAXA PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-REG-DETALHE PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-REG-DIVERGENCIA PIC 9(08) COMP VALUE 0.
       77 CM-QTDE-ED PIC 9(08).
       77 CM-VALOR-ED PIC -(13)9.99.
       77 CM-HASH-TOTAL-ED PIC 9(15).99.

      *> Controle de paginacao do relatorio
       77 CM-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 CM-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 CM-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 CM-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de exposicao cambial
       01 CM-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMACAM - EXPOSICAO CAMBIAL POR MOEDA".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 CM-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 CM-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 CM-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 CM-LIN-PARAMETROS.
          05 FILLER PIC X(09) VALUE "PERIODO: ".
          05 CM-PAR-DATA-INICIO PIC X(08).
          05 FILLER PIC X(03) VALUE " A ".
          05 CM-PAR-DATA-FIM PIC X(08).
          05 FILLER PIC X(14) VALUE "  TOLERANCIA: ".
          05 CM-PAR-TOLERANCIA PIC ZZ9.99.
          05 FILLER PIC X(01) VALUE "%".
          05 FILLER PIC X(83) VALUE SPACES.

       01 CM-LIN-CAB-GRUPO.
          05 FILLER PIC X(05) VALUE "MOEDA".
          05 FILLER PIC X(11) VALUE "  CATEGORIA".
          05 FILLER PIC X(10) VALUE "  QTDE OK".
          05 FILLER PIC X(08) VALUE "  ESTORN".
          05 FILLER PIC X(19) VALUE "   TOTAL ORIGINAL".
          05 FILLER PIC X(19) VALUE "       TOTAL BASE".
          05 FILLER PIC X(13) VALUE "   TAXA MEDIA".
          05 FILLER PIC X(47) VALUE SPACES.

       01 CM-LIN-GRUPO.
          05 CM-GRP-LIN-MOEDA PIC X(03).
          05 FILLER PIC X(04) VALUE SPACES.
          05 CM-GRP-LIN-CATEGORIA PIC X(09).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-QTDE PIC Z(07)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-ESTORNOS PIC Z(05)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-ORIGINAL PIC -(13)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-BASE PIC -(13)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-TAXA PIC Z(03)9.9(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-GRP-LIN-OBS PIC X(30).
          05 FILLER PIC X(15) VALUE SPACES.

       01 CM-LIN-CAB-DIA.
          05 FILLER PIC X(05) VALUE "MOEDA".
          05 FILLER PIC X(10) VALUE "  DATA NEG".
          05 FILLER PIC X(10) VALUE "      QTDE".
          05 FILLER PIC X(19) VALUE "   TOTAL ORIGINAL".
          05 FILLER PIC X(19) VALUE "       TOTAL BASE".
          05 FILLER PIC X(13) VALUE "  TAXA IMPLIC".
          05 FILLER PIC X(13) VALUE " TAXA SOMATAX".
          05 FILLER PIC X(10) VALUE "    DIF %".
          05 FILLER PIC X(33) VALUE "  SITUACAO".

       01 CM-LIN-DIA.
          05 CM-DIA-LIN-MOEDA PIC X(03).
          05 FILLER PIC X(04) VALUE SPACES.
          05 CM-DIA-LIN-DATA PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-QTDE PIC Z(07)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-ORIGINAL PIC -(13)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-BASE PIC -(13)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-IMPLICITA PIC Z(03)9.9(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-SOMATAX PIC Z(03)9.9(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-DIFERENCA PIC -(04)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-DIA-LIN-SITUACAO PIC X(22).
          05 FILLER PIC X(09) VALUE SPACES.

       01 CM-LIN-TOTAL-GERAL.
          05 FILLER PIC X(18) VALUE "TOTAL GERAL".
          05 CM-TOT-LIN-QTDE PIC Z(07)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CM-TOT-LIN-ESTORNOS PIC Z(05)9.
          05 FILLER PIC X(21) VALUE SPACES.
          05 CM-TOT-LIN-BASE PIC -(13)9.99.
          05 FILLER PIC X(60) VALUE SPACES.

       01 CM-LIN-SECAO.
          05 CM-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 CM-LIN-MENSAGEM.
          05 FILLER PIC X(04) VALUE SPACES.
          05 CM-MSG-TEXTO PIC X(60).
          05 FILLER PIC X(68) VALUE SPACES.

       01 CM-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 CM-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT CM-HOUVE-ERRO AND NOT CM-HOUVE-FALHA-IO
               PERFORM 2000-CARREGA-TAXAS THRU 2000-EXIT
               PERFORM 3000-ACUMULA-SAIDAS THRU 3000-EXIT
               IF NOT CM-HOUVE-FALHA-IO
                   PERFORM 4000-CONFERE-TAXAS THRU 4000-EXIT
                   PERFORM 5000-IMPRIME-GRUPOS THRU 5000-EXIT
                   PERFORM 5500-IMPRIME-DIAS THRU 5500-EXIT
                   PERFORM 6000-GRAVA-SOMACMF THRU 6000-EXIT
                   PERFORM 6500-EXIBE-RESUMO THRU 6500-EXIT
               END-IF
               PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige DATA-INICIO=AAAAMMDD (DATA-FIM=
      *> e TOLERANCIA= sao opcionais), abre SOMAOUT, o arquivo da
      *> tesouraria SOMACMF e o relatorio, e imprime o cabecalho
      *> da primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CM-DATA-HORA-EXEC.
           ACCEPT CM-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING CM-ARGUMENTO DELIMITED BY SPACE
               INTO CM-PARAMETRO1
                    CM-PARAMETRO2
                    CM-PARAMETRO3
           END-UNSTRING.

           MOVE CM-PARAMETRO1 TO CM-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE CM-PARAMETRO2 TO CM-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE CM-PARAMETRO3 TO CM-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT CM-HOUVE-ERRO AND CM-DATA-INICIO = SPACES
               DISPLAY "ERRO: INFORME DATA-INICIO=AAAAMMDD"
               SET CM-HOUVE-ERRO TO TRUE
           END-IF.
           IF NOT CM-HOUVE-ERRO AND CM-DATA-FIM = SPACES
               MOVE CM-DATA-INICIO TO CM-DATA-FIM
           END-IF.
           IF NOT CM-HOUVE-ERRO AND CM-DATA-FIM < CM-DATA-INICIO
               DISPLAY "ERRO: DATA-FIM ANTERIOR A DATA-INICIO"
               SET CM-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT CM-HOUVE-ERRO
               OPEN INPUT SOMAOUT-FILE
               IF CM-FS-SOMAOUT NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAOUT - "
                       "FILE STATUS=" CM-FS-SOMAOUT
                   SET CM-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMACMF-FILE
               IF CM-FS-SOMACMF NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACMF - "
                       "FILE STATUS=" CM-FS-SOMACMF
                   SET CM-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMACML-FILE
               IF CM-FS-SOMACML NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACML - "
                       "FILE STATUS=" CM-FS-SOMACML
                   SET CM-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: DATA-INICIO=AAAAMMDD, DATA-FIM=AAAAMMDD ou
      *> TOLERANCIA=PPP.DD. Token em branco e ignorado; qualquer
      *> outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN CM-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN CM-TOKEN-ATUAL (1:12) = "DATA-INICIO="
                   IF CM-TOKEN-ATUAL (13:8) NUMERIC
                       MOVE CM-TOKEN-ATUAL (13:8) TO CM-DATA-INICIO
                   ELSE
                       DISPLAY "ERRO: VALOR DE DATA-INICIO= "
                           "INVALIDO - " CM-TOKEN-ATUAL
                       SET CM-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN CM-TOKEN-ATUAL (1:9) = "DATA-FIM="
                   IF CM-TOKEN-ATUAL (10:8) NUMERIC
                           AND CM-TOKEN-ATUAL (18:3) = SPACES
                       MOVE CM-TOKEN-ATUAL (10:8) TO CM-DATA-FIM
                   ELSE
                       DISPLAY "ERRO: VALOR DE DATA-FIM= "
                           "INVALIDO - " CM-TOKEN-ATUAL
                       SET CM-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN CM-TOKEN-ATUAL (1:11) = "TOLERANCIA="
                   IF CM-TOKEN-ATUAL (12:9) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (CM-TOKEN-ATUAL (12:9)) = 0
                           AND FUNCTION NUMVAL
                               (CM-TOKEN-ATUAL (12:9)) >= 0
                           AND FUNCTION NUMVAL
                               (CM-TOKEN-ATUAL (12:9)) < 1000
                       COMPUTE CM-TOLERANCIA =
                           FUNCTION NUMVAL (CM-TOKEN-ATUAL (12:9))
                   ELSE
                       DISPLAY "ERRO: VALOR DE TOLERANCIA= "
                           "INVALIDO - " CM-TOKEN-ATUAL
                       SET CM-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       CM-TOKEN-ATUAL
                   SET CM-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-CARREGA-TAXAS - carrega as taxas de SOMATAX das
      *> datas do periodo. A ausencia do arquivo nao impede o
      *> relatorio: todas as datas saem como SEM TAXA.
      *> ---------------------------------------------------------
       2000-CARREGA-TAXAS.
           OPEN INPUT SOMATAX-FILE.
           EVALUATE CM-FS-SOMATAX
               WHEN "00"
                   PERFORM 2100-LE-SOMATAX THRU 2100-EXIT
                   PERFORM 2200-CARREGA-UMA-TAXA THRU 2200-EXIT
                       UNTIL CM-FIM-SOMATAX
                   CLOSE SOMATAX-FILE
               WHEN "35"
                   DISPLAY "AVISO: ARQUIVO SOMATAX NAO ENCONTRADO - "
                       "TAXAS NAO CONFERIDAS"
                   SET CM-SOMATAX-AUSENTE TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMATAX - "
                       "FILE STATUS=" CM-FS-SOMATAX
                   SET CM-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2100-LE-SOMATAX - le a proxima linha de taxa.
      *> ---------------------------------------------------------
       2100-LE-SOMATAX.
           READ SOMATAX-FILE
               AT END
                   SET CM-FIM-SOMATAX TO TRUE
           END-READ.
           IF CM-FS-SOMATAX NOT = "00" AND CM-FS-SOMATAX NOT = "10"
               DISPLAY "ERRO: FALHA AO LER SOMATAX - "
                   "FILE STATUS=" CM-FS-SOMATAX
               SET CM-HOUVE-FALHA-IO TO TRUE
               SET CM-FIM-SOMATAX TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2200-CARREGA-UMA-TAXA - guarda a taxa de uma data do
      *> periodo. Taxa sem moeda, nao numerica ou zerada e
      *> ignorada com aviso (a data fica SEM TAXA), como a carga
      *> de SOMA recusaria o lote dessa data.
      *> ---------------------------------------------------------
       2200-CARREGA-UMA-TAXA.
           IF SM-TAX-DATA-NEGOCIO NOT < CM-DATA-INICIO
                   AND SM-TAX-DATA-NEGOCIO NOT > CM-DATA-FIM
               EVALUATE TRUE
                   WHEN SM-TAX-MOEDA = SPACES
                     OR SM-TAX-TAXA-X NOT NUMERIC
                     OR SM-TAX-TAXA = 0
                       ADD 1 TO CM-QTDE-TAXAS-INVALIDAS
                       DISPLAY "AVISO: TAXA INVALIDA EM SOMATAX "
                           "IGNORADA - MOEDA=" SM-TAX-MOEDA
                           " DATA=" SM-TAX-DATA-NEGOCIO
                   WHEN CM-QTDE-TAXAS >= CM-MAX-TAXAS
                       DISPLAY "ERRO: MAIS DE 3000 TAXAS NO PERIODO"
                           " - MOEDA=" SM-TAX-MOEDA
                           " DATA=" SM-TAX-DATA-NEGOCIO
                           " IGNORADA"
                       SET CM-TABELA-EXCEDIDA TO TRUE
                   WHEN OTHER
                       ADD 1 TO CM-QTDE-TAXAS
                       SET CM-TAX-IDX TO CM-QTDE-TAXAS
                       MOVE SM-TAX-MOEDA
                           TO CM-TAXA-MOEDA (CM-TAX-IDX)
                       MOVE SM-TAX-DATA-NEGOCIO
                           TO CM-TAXA-DATA (CM-TAX-IDX)
                       MOVE SM-TAX-TAXA
                           TO CM-TAXA-VALOR (CM-TAX-IDX)
               END-EVALUATE
           END-IF.

           PERFORM 2100-LE-SOMATAX THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-ACUMULA-SAIDAS - le todo o SOMAOUT e acumula as
      *> linhas OK do periodo em moeda estrangeira.
      *> ---------------------------------------------------------
       3000-ACUMULA-SAIDAS.
           PERFORM 3100-LE-SOMAOUT THRU 3100-EXIT.
           PERFORM 3200-ACUMULA-UMA-SAIDA THRU 3200-EXIT
               UNTIL CM-FIM-SOMAOUT.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-LE-SOMAOUT - le a proxima linha de SOMAOUT.
      *> ---------------------------------------------------------
       3100-LE-SOMAOUT.
           READ SOMAOUT-FILE
               AT END
                   SET CM-FIM-SOMAOUT TO TRUE
           END-READ.
           IF CM-FS-SOMAOUT NOT = "00" AND CM-FS-SOMAOUT NOT = "10"
               DISPLAY "ERRO: FALHA AO LER SOMAOUT - "
                   "FILE STATUS=" CM-FS-SOMAOUT
               SET CM-HOUVE-FALHA-IO TO TRUE
               SET CM-FIM-SOMAOUT TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-ACUMULA-UMA-SAIDA - para uma linha OK do periodo com
      *> moeda informada, apura o valor na moeda original e soma
      *> no grupo moeda/categoria; as operacoes lineares que nao
      *> sao estorno tambem entram na conferencia do dia. Linhas
      *> na moeda base (moeda em branco) so sao contadas.
      *> ---------------------------------------------------------
       3200-ACUMULA-UMA-SAIDA.
           ADD 1 TO CM-QTDE-LIDAS.
           IF SM-OUT-STATUS = "OK"
                   AND SM-OUT-DATA-NEGOCIO NOT < CM-DATA-INICIO
                   AND SM-OUT-DATA-NEGOCIO NOT > CM-DATA-FIM
               ADD 1 TO CM-QTDE-NO-PERIODO
               IF SM-OUT-MOEDA = SPACES
                   ADD 1 TO CM-QTDE-MOEDA-BASE
               ELSE
                   PERFORM 3300-APURA-VALOR-ORIGINAL THRU 3300-EXIT
                   IF CM-LINHA-VALIDA
                       PERFORM 3400-SOMA-NO-GRUPO THRU 3400-EXIT
                       IF CM-OPERACAO-LINEAR
                               AND NOT CM-LINHA-ESTORNO
                           PERFORM 3600-SOMA-NO-DIA THRU 3600-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 3100-LE-SOMAOUT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-APURA-VALOR-ORIGINAL - refaz a operacao sobre os
      *> operandos originais (NUMERO1/2, na moeda do detalhe) para
      *> obter o valor na moeda original. Num estorno vale a
      *> operacao da transacao original com o sinal invertido.
      *> Operacao em branco equivale a ADD; operacao desconhecida
      *> e informada e a linha fica fora do relatorio.
      *> ---------------------------------------------------------
       3300-APURA-VALOR-ORIGINAL.
           MOVE "S" TO CM-SW-LINHA-VALIDA.
           MOVE "S" TO CM-SW-LINEAR.
           IF SM-OUT-OPERACAO = "EST"
               MOVE "S" TO CM-SW-ESTORNO
               MOVE SM-OUT-OPER-ORIGINAL TO CM-OPERACAO-EFETIVA
           ELSE
               MOVE "N" TO CM-SW-ESTORNO
               MOVE SM-OUT-OPERACAO TO CM-OPERACAO-EFETIVA
           END-IF.

           EVALUATE CM-OPERACAO-EFETIVA
               WHEN "ADD"
               WHEN SPACES
                   COMPUTE CM-VALOR-ORIGINAL
                       = SM-OUT-NUMERO1 + SM-OUT-NUMERO2
               WHEN "SUB"
                   COMPUTE CM-VALOR-ORIGINAL
                       = SM-OUT-NUMERO1 - SM-OUT-NUMERO2
               WHEN "AVG"
                   COMPUTE CM-VALOR-ORIGINAL ROUNDED
                       = (SM-OUT-NUMERO1 + SM-OUT-NUMERO2) / 2
               WHEN "MUL"
                   MOVE "N" TO CM-SW-LINEAR
                   COMPUTE CM-VALOR-ORIGINAL ROUNDED
                       = SM-OUT-NUMERO1 * SM-OUT-NUMERO2
                       ON SIZE ERROR
                           DISPLAY "ERRO: OVERFLOW NO VALOR ORIGINAL"
                               " - TRANSACAO=" SM-OUT-ID-TRANSACAO
                           SET CM-HOUVE-OVERFLOW TO TRUE
                           MOVE "N" TO CM-SW-LINHA-VALIDA
                   END-COMPUTE
               WHEN OTHER
                   ADD 1 TO CM-QTDE-OPERACAO-INVALIDA
                   DISPLAY "AVISO: OPERACAO DESCONHECIDA EM SOMAOUT"
                       " - TRANSACAO=" SM-OUT-ID-TRANSACAO
                       " OPERACAO=" CM-OPERACAO-EFETIVA
                   MOVE "N" TO CM-SW-LINHA-VALIDA
           END-EVALUATE.

           IF CM-LINHA-VALIDA AND CM-LINHA-ESTORNO
               COMPUTE CM-VALOR-ORIGINAL = 0 - CM-VALOR-ORIGINAL
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-SOMA-NO-GRUPO - soma a linha no grupo da sua moeda
      *> e categoria.
      *> ---------------------------------------------------------
       3400-SOMA-NO-GRUPO.
           MOVE SM-OUT-MOEDA TO CM-GRP-MOEDA-BUSCA.
           MOVE SM-OUT-CATEGORIA TO CM-GRP-CATEGORIA-BUSCA.
           PERFORM 3500-LOCALIZA-GRUPO THRU 3500-EXIT.
           IF CM-GRP-ATUAL > 0
               SET CM-GRP-IDX TO CM-GRP-ATUAL
               ADD 1 TO CM-GRP-QTDE (CM-GRP-IDX)
               IF CM-LINHA-ESTORNO
                   ADD 1 TO CM-GRP-QTDE-ESTORNOS (CM-GRP-IDX)
               END-IF
               ADD CM-VALOR-ORIGINAL
                   TO CM-GRP-TOTAL-ORIGINAL (CM-GRP-IDX)
                   ON SIZE ERROR
                       SET CM-HOUVE-OVERFLOW TO TRUE
               END-ADD
               ADD SM-OUT-RESULTADO
                   TO CM-GRP-TOTAL-BASE (CM-GRP-IDX)
                   ON SIZE ERROR
                       SET CM-HOUVE-OVERFLOW TO TRUE
               END-ADD
               IF CM-OPERACAO-LINEAR
                   ADD CM-VALOR-ORIGINAL
                       TO CM-GRP-ORIGINAL-LINEAR (CM-GRP-IDX)
                       ON SIZE ERROR
                           SET CM-HOUVE-OVERFLOW TO TRUE
                   END-ADD
                   ADD SM-OUT-RESULTADO
                       TO CM-GRP-BASE-LINEAR (CM-GRP-IDX)
                       ON SIZE ERROR
                           SET CM-HOUVE-OVERFLOW TO TRUE
                   END-ADD
               END-IF
               IF CM-HOUVE-OVERFLOW
                   DISPLAY "ERRO: OVERFLOW NO TOTAL DA MOEDA "
                       CM-GRP-MOEDA-BUSCA " CATEGORIA "
                       CM-GRP-CATEGORIA-BUSCA
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-LOCALIZA-GRUPO - localiza o grupo da chave
      *> CM-GRP-CHAVE-BUSCA e devolve o indice em CM-GRP-ATUAL. Um
      *> grupo novo e inserido, zerado, na posicao que mantem a
      *> tabela em ordem de moeda e categoria. Tabela cheia
      *> devolve CM-GRP-ATUAL zero.
      *> ---------------------------------------------------------
       3500-LOCALIZA-GRUPO.
           MOVE "N" TO CM-SW-POSICAO-ACHADA.
           MOVE 0 TO CM-GRP-ATUAL.
           PERFORM 3510-COMPARA-GRUPO THRU 3510-EXIT
               VARYING CM-GRP-IDX FROM 1 BY 1
               UNTIL CM-GRP-IDX > CM-QTDE-GRUPOS
                  OR CM-POSICAO-ACHADA.

           IF CM-POSICAO-ACHADA
               SET CM-GRP-IDX TO CM-GRP-ATUAL
           END-IF.
           IF CM-POSICAO-ACHADA
                   AND CM-GRP-CHAVE (CM-GRP-IDX) = CM-GRP-CHAVE-BUSCA
               CONTINUE
           ELSE
               IF CM-QTDE-GRUPOS >= CM-MAX-GRUPOS
                   DISPLAY "ERRO: MAIS DE 500 GRUPOS MOEDA/CATEGORIA"
                       " - MOEDA " CM-GRP-MOEDA-BUSCA
                       " CATEGORIA " CM-GRP-CATEGORIA-BUSCA
                       " IGNORADA"
                   SET CM-TABELA-EXCEDIDA TO TRUE
                   MOVE 0 TO CM-GRP-ATUAL
               ELSE
                   IF NOT CM-POSICAO-ACHADA
                       COMPUTE CM-GRP-ATUAL = CM-QTDE-GRUPOS + 1
                   END-IF
                   PERFORM 3520-DESLOCA-UM-GRUPO THRU 3520-EXIT
                       VARYING CM-GRP-ORIGEM FROM CM-QTDE-GRUPOS
                       BY -1
                       UNTIL CM-GRP-ORIGEM < CM-GRP-ATUAL
                   ADD 1 TO CM-QTDE-GRUPOS
                   SET CM-GRP-IDX TO CM-GRP-ATUAL
                   INITIALIZE CM-GRP-ENTRADA (CM-GRP-IDX)
                   MOVE CM-GRP-CHAVE-BUSCA
                       TO CM-GRP-CHAVE (CM-GRP-IDX)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-COMPARA-GRUPO - marca o primeiro grupo da tabela
      *> cuja chave nao e menor que a procurada.
      *> ---------------------------------------------------------
       3510-COMPARA-GRUPO.
           IF CM-GRP-CHAVE (CM-GRP-IDX) NOT < CM-GRP-CHAVE-BUSCA
               SET CM-POSICAO-ACHADA TO TRUE
               SET CM-GRP-ATUAL TO CM-GRP-IDX
           END-IF.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3520-DESLOCA-UM-GRUPO - desloca um grupo da tabela uma
      *> posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3520-DESLOCA-UM-GRUPO.
           COMPUTE CM-GRP-DESTINO = CM-GRP-ORIGEM + 1.
           MOVE CM-GRP-ENTRADA (CM-GRP-ORIGEM)
               TO CM-GRP-ENTRADA (CM-GRP-DESTINO).
       3520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3600-SOMA-NO-DIA - soma a linha na conferencia da sua
      *> moeda e data de negocio.
      *> ---------------------------------------------------------
       3600-SOMA-NO-DIA.
           MOVE SM-OUT-MOEDA TO CM-DIA-MOEDA-BUSCA.
           MOVE SM-OUT-DATA-NEGOCIO TO CM-DIA-DATA-BUSCA.
           PERFORM 3700-LOCALIZA-DIA THRU 3700-EXIT.
           IF CM-DIA-ATUAL > 0
               SET CM-DIA-IDX TO CM-DIA-ATUAL
               ADD 1 TO CM-DIA-QTDE (CM-DIA-IDX)
               ADD CM-VALOR-ORIGINAL
                   TO CM-DIA-ORIGINAL-LINEAR (CM-DIA-IDX)
                   ON SIZE ERROR
                       SET CM-HOUVE-OVERFLOW TO TRUE
               END-ADD
               ADD SM-OUT-RESULTADO
                   TO CM-DIA-BASE-LINEAR (CM-DIA-IDX)
                   ON SIZE ERROR
                       SET CM-HOUVE-OVERFLOW TO TRUE
               END-ADD
           END-IF.
       3600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3700-LOCALIZA-DIA - localiza a entrada da chave
      *> CM-DIA-CHAVE-BUSCA e devolve o indice em CM-DIA-ATUAL,
      *> inserindo-a zerada na posicao que mantem a tabela em
      *> ordem de moeda e data. Tabela cheia devolve zero.
      *> ---------------------------------------------------------
       3700-LOCALIZA-DIA.
           MOVE "N" TO CM-SW-POSICAO-ACHADA.
           MOVE 0 TO CM-DIA-ATUAL.
           PERFORM 3710-COMPARA-DIA THRU 3710-EXIT
               VARYING CM-DIA-IDX FROM 1 BY 1
               UNTIL CM-DIA-IDX > CM-QTDE-DIAS
                  OR CM-POSICAO-ACHADA.

           IF CM-POSICAO-ACHADA
               SET CM-DIA-IDX TO CM-DIA-ATUAL
           END-IF.
           IF CM-POSICAO-ACHADA
                   AND CM-DIA-CHAVE (CM-DIA-IDX) = CM-DIA-CHAVE-BUSCA
               CONTINUE
           ELSE
               IF CM-QTDE-DIAS >= CM-MAX-DIAS
                   DISPLAY "ERRO: MAIS DE 3000 DATAS MOEDA/DIA - "
                       "MOEDA " CM-DIA-MOEDA-BUSCA
                       " DATA " CM-DIA-DATA-BUSCA " NAO CONFERIDA"
                   SET CM-TABELA-EXCEDIDA TO TRUE
                   MOVE 0 TO CM-DIA-ATUAL
               ELSE
                   IF NOT CM-POSICAO-ACHADA
                       COMPUTE CM-DIA-ATUAL = CM-QTDE-DIAS + 1
                   END-IF
                   PERFORM 3720-DESLOCA-UM-DIA THRU 3720-EXIT
                       VARYING CM-DIA-ORIGEM FROM CM-QTDE-DIAS
                       BY -1
                       UNTIL CM-DIA-ORIGEM < CM-DIA-ATUAL
                   ADD 1 TO CM-QTDE-DIAS
                   SET CM-DIA-IDX TO CM-DIA-ATUAL
                   INITIALIZE CM-DIA-ENTRADA (CM-DIA-IDX)
                   MOVE CM-DIA-CHAVE-BUSCA
                       TO CM-DIA-CHAVE (CM-DIA-IDX)
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3710-COMPARA-DIA - marca a primeira entrada da tabela
      *> cuja chave nao e menor que a procurada.
      *> ---------------------------------------------------------
       3710-COMPARA-DIA.
           IF CM-DIA-CHAVE (CM-DIA-IDX) NOT < CM-DIA-CHAVE-BUSCA
               SET CM-POSICAO-ACHADA TO TRUE
               SET CM-DIA-ATUAL TO CM-DIA-IDX
           END-IF.
       3710-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3720-DESLOCA-UM-DIA - desloca uma entrada da tabela uma
      *> posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3720-DESLOCA-UM-DIA.
           COMPUTE CM-DIA-DESTINO = CM-DIA-ORIGEM + 1.
           MOVE CM-DIA-ENTRADA (CM-DIA-ORIGEM)
               TO CM-DIA-ENTRADA (CM-DIA-DESTINO).
       3720-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-CONFERE-TAXAS - confere a taxa implicita de cada
      *> moeda/data contra a taxa do dia em SOMATAX.
      *> ---------------------------------------------------------
       4000-CONFERE-TAXAS.
           PERFORM 4100-CONFERE-UM-DIA THRU 4100-EXIT
               VARYING CM-DIA-IDX FROM 1 BY 1
               UNTIL CM-DIA-IDX > CM-QTDE-DIAS.
       4000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4100-CONFERE-UM-DIA - apura a taxa implicita do dia
      *> (|total base| / |total original|) e classifica: sem valor
      *> original nao ha taxa a conferir; sem taxa em SOMATAX ou
      *> com diferenca percentual acima da tolerancia, a data e
      *> apontada.
      *> ---------------------------------------------------------
       4100-CONFERE-UM-DIA.
           MOVE CM-DIA-ORIGINAL-LINEAR (CM-DIA-IDX)
               TO CM-ABS-ORIGINAL.
           MOVE CM-DIA-BASE-LINEAR (CM-DIA-IDX) TO CM-ABS-BASE.
           PERFORM 4300-CALCULA-TAXA THRU 4300-EXIT.
           MOVE CM-TAXA-CALCULADA
               TO CM-DIA-TAXA-IMPLICITA (CM-DIA-IDX).

           MOVE CM-DIA-MOEDA (CM-DIA-IDX) TO CM-DIA-MOEDA-BUSCA.
           MOVE CM-DIA-DATA (CM-DIA-IDX) TO CM-DIA-DATA-BUSCA.
           PERFORM 4200-PROCURA-TAXA THRU 4200-EXIT.
           MOVE CM-TAXA-DO-DIA TO CM-DIA-TAXA-SOMATAX (CM-DIA-IDX).

           EVALUATE TRUE
               WHEN CM-ABS-ORIGINAL = 0
                   SET CM-DIA-SEM-BASE (CM-DIA-IDX) TO TRUE
               WHEN NOT CM-TAXA-ACHADA
                   SET CM-DIA-SEM-TAXA (CM-DIA-IDX) TO TRUE
                   ADD 1 TO CM-QTDE-DIAS-SEM-TAXA
               WHEN OTHER
                   COMPUTE CM-DIA-DIFERENCA-PCT (CM-DIA-IDX) ROUNDED
                       = (CM-TAXA-CALCULADA - CM-TAXA-DO-DIA) * 100
                         / CM-TAXA-DO-DIA
                       ON SIZE ERROR
                           MOVE 99999.99
                               TO CM-DIA-DIFERENCA-PCT (CM-DIA-IDX)
                   END-COMPUTE
                   MOVE CM-DIA-DIFERENCA-PCT (CM-DIA-IDX)
                       TO CM-DIFERENCA-ABS
                   IF CM-DIFERENCA-ABS > CM-TOLERANCIA
                       SET CM-DIA-DIVERGENTE (CM-DIA-IDX) TO TRUE
                       ADD 1 TO CM-QTDE-DIAS-DIVERGENTES
                   ELSE
                       SET CM-DIA-CONFORME (CM-DIA-IDX) TO TRUE
                   END-IF
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4200-PROCURA-TAXA - procura na tabela de taxas a moeda e
      *> data de CM-DIA-CHAVE-BUSCA e devolve a taxa em
      *> CM-TAXA-DO-DIA (zero quando nao achada).
      *> ---------------------------------------------------------
       4200-PROCURA-TAXA.
           MOVE "N" TO CM-SW-TAXA-ACHADA.
           MOVE 0 TO CM-TAXA-DO-DIA.
           PERFORM 4210-COMPARA-UMA-TAXA THRU 4210-EXIT
               VARYING CM-TAX-IDX FROM 1 BY 1
               UNTIL CM-TAX-IDX > CM-QTDE-TAXAS
                  OR CM-TAXA-ACHADA.
       4200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4210-COMPARA-UMA-TAXA - compara uma entrada da tabela de
      *> taxas com a moeda e a data procuradas.
      *> ---------------------------------------------------------
       4210-COMPARA-UMA-TAXA.
           IF CM-TAXA-MOEDA (CM-TAX-IDX) = CM-DIA-MOEDA-BUSCA
                   AND CM-TAXA-DATA (CM-TAX-IDX) = CM-DIA-DATA-BUSCA
               SET CM-TAXA-ACHADA TO TRUE
               MOVE CM-TAXA-VALOR (CM-TAX-IDX) TO CM-TAXA-DO-DIA
           END-IF.
       4210-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4300-CALCULA-TAXA - taxa efetiva CM-ABS-BASE /
      *> CM-ABS-ORIGINAL em CM-TAXA-CALCULADA (zero quando nao ha
      *> valor original ou a taxa nao cabe no campo).
      *> ---------------------------------------------------------
       4300-CALCULA-TAXA.
           MOVE 0 TO CM-TAXA-CALCULADA.
           IF CM-ABS-ORIGINAL > 0
               COMPUTE CM-TAXA-CALCULADA ROUNDED
                   = CM-ABS-BASE / CM-ABS-ORIGINAL
                   ON SIZE ERROR
                       MOVE 0 TO CM-TAXA-CALCULADA
               END-COMPUTE
           END-IF.
       4300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-IMPRIME-GRUPOS - imprime os grupos moeda/categoria,
      *> com subtotal por moeda e total geral na moeda base.
      *> ---------------------------------------------------------
       5000-IMPRIME-GRUPOS.
           MOVE "EXPOSICAO POR MOEDA E CATEGORIA (LINHAS OK)"
               TO CM-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE CM-LIN-CAB-GRUPO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           IF CM-QTDE-GRUPOS = 0
               MOVE "(NENHUMA TRANSACAO EM MOEDA ESTRANGEIRA)"
                   TO CM-MSG-TEXTO
               MOVE CM-LIN-MENSAGEM TO SOMACML-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               MOVE CM-GRP-MOEDA (1) TO CM-MOEDA-ANTERIOR
               PERFORM 5100-IMPRIME-UM-GRUPO THRU 5100-EXIT
                   VARYING CM-GRP-IDX FROM 1 BY 1
                   UNTIL CM-GRP-IDX > CM-QTDE-GRUPOS
               PERFORM 5200-IMPRIME-SUBTOTAL THRU 5200-EXIT
           END-IF.

           MOVE CM-TOT-QTDE TO CM-TOT-LIN-QTDE.
           MOVE CM-TOT-QTDE-ESTORNOS TO CM-TOT-LIN-ESTORNOS.
           MOVE CM-TOT-TOTAL-BASE TO CM-TOT-LIN-BASE.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CM-LIN-TOTAL-GERAL TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5100-IMPRIME-UM-GRUPO - imprime um grupo, fechando antes
      *> o subtotal da moeda anterior quando a moeda muda.
      *> ---------------------------------------------------------
       5100-IMPRIME-UM-GRUPO.
           IF CM-GRP-MOEDA (CM-GRP-IDX) NOT = CM-MOEDA-ANTERIOR
               PERFORM 5200-IMPRIME-SUBTOTAL THRU 5200-EXIT
               MOVE CM-GRP-MOEDA (CM-GRP-IDX) TO CM-MOEDA-ANTERIOR
           END-IF.

           MOVE SPACES TO CM-LIN-GRUPO.
           MOVE CM-GRP-MOEDA (CM-GRP-IDX) TO CM-GRP-LIN-MOEDA.
           IF CM-GRP-CATEGORIA (CM-GRP-IDX) = SPACES
               MOVE "SEM-CAT" TO CM-GRP-LIN-CATEGORIA
           ELSE
               MOVE CM-GRP-CATEGORIA (CM-GRP-IDX)
                   TO CM-GRP-LIN-CATEGORIA
           END-IF.
           MOVE CM-GRP-QTDE (CM-GRP-IDX) TO CM-GRP-LIN-QTDE.
           MOVE CM-GRP-QTDE-ESTORNOS (CM-GRP-IDX)
               TO CM-GRP-LIN-ESTORNOS.
           MOVE CM-GRP-TOTAL-ORIGINAL (CM-GRP-IDX)
               TO CM-GRP-LIN-ORIGINAL.
           MOVE CM-GRP-TOTAL-BASE (CM-GRP-IDX) TO CM-GRP-LIN-BASE.
           MOVE CM-GRP-ORIGINAL-LINEAR (CM-GRP-IDX)
               TO CM-ABS-ORIGINAL.
           MOVE CM-GRP-BASE-LINEAR (CM-GRP-IDX) TO CM-ABS-BASE.
           PERFORM 5300-FORMATA-TAXA-MEDIA THRU 5300-EXIT.
           MOVE CM-LIN-GRUPO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           ADD CM-GRP-QTDE (CM-GRP-IDX) TO CM-SUB-QTDE.
           ADD CM-GRP-QTDE-ESTORNOS (CM-GRP-IDX)
               TO CM-SUB-QTDE-ESTORNOS.
           ADD CM-GRP-TOTAL-ORIGINAL (CM-GRP-IDX)
               TO CM-SUB-TOTAL-ORIGINAL
               ON SIZE ERROR
                   SET CM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           ADD CM-GRP-TOTAL-BASE (CM-GRP-IDX) TO CM-SUB-TOTAL-BASE
               ON SIZE ERROR
                   SET CM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           ADD CM-GRP-ORIGINAL-LINEAR (CM-GRP-IDX)
               TO CM-SUB-ORIGINAL-LINEAR
               ON SIZE ERROR
                   SET CM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           ADD CM-GRP-BASE-LINEAR (CM-GRP-IDX)
               TO CM-SUB-BASE-LINEAR
               ON SIZE ERROR
                   SET CM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
       5100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5200-IMPRIME-SUBTOTAL - imprime o subtotal da moeda
      *> anterior, soma-o no total geral e zera os subtotais.
      *> ---------------------------------------------------------
       5200-IMPRIME-SUBTOTAL.
           MOVE SPACES TO CM-LIN-GRUPO.
           MOVE CM-MOEDA-ANTERIOR TO CM-GRP-LIN-MOEDA.
           MOVE "*TOTAL*" TO CM-GRP-LIN-CATEGORIA.
           MOVE CM-SUB-QTDE TO CM-GRP-LIN-QTDE.
           MOVE CM-SUB-QTDE-ESTORNOS TO CM-GRP-LIN-ESTORNOS.
           MOVE CM-SUB-TOTAL-ORIGINAL TO CM-GRP-LIN-ORIGINAL.
           MOVE CM-SUB-TOTAL-BASE TO CM-GRP-LIN-BASE.
           MOVE CM-SUB-ORIGINAL-LINEAR TO CM-ABS-ORIGINAL.
           MOVE CM-SUB-BASE-LINEAR TO CM-ABS-BASE.
           PERFORM 5300-FORMATA-TAXA-MEDIA THRU 5300-EXIT.
           MOVE CM-LIN-GRUPO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           ADD CM-SUB-QTDE TO CM-TOT-QTDE.
           ADD CM-SUB-QTDE-ESTORNOS TO CM-TOT-QTDE-ESTORNOS.
           ADD CM-SUB-TOTAL-BASE TO CM-TOT-TOTAL-BASE
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO TOTAL GERAL NA MOEDA "
                       "BASE"
                   SET CM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           MOVE 0 TO CM-SUB-QTDE CM-SUB-QTDE-ESTORNOS
               CM-SUB-TOTAL-ORIGINAL CM-SUB-TOTAL-BASE
               CM-SUB-ORIGINAL-LINEAR CM-SUB-BASE-LINEAR.
       5200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5300-FORMATA-TAXA-MEDIA - taxa media efetiva da linha
      *> (operacoes lineares); sem base, a coluna fica em branco
      *> com a observacao.
      *> ---------------------------------------------------------
       5300-FORMATA-TAXA-MEDIA.
           PERFORM 4300-CALCULA-TAXA THRU 4300-EXIT.
           IF CM-TAXA-CALCULADA > 0
               MOVE CM-TAXA-CALCULADA TO CM-GRP-LIN-TAXA
           ELSE
               MOVE "SEM OPERACAO LINEAR P/ TAXA"
                   TO CM-GRP-LIN-OBS
           END-IF.
       5300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5500-IMPRIME-DIAS - imprime a conferencia da taxa
      *> implicita de cada moeda e data de negocio.
      *> ---------------------------------------------------------
       5500-IMPRIME-DIAS.
           MOVE "CONFERENCIA DA TAXA IMPLICITA POR DATA DE NEGOCIO"
               TO CM-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           IF CM-SOMATAX-AUSENTE
               MOVE "(SOMATAX AUSENTE - NENHUMA TAXA A CONFERIR)"
                   TO CM-MSG-TEXTO
               MOVE CM-LIN-MENSAGEM TO SOMACML-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
           MOVE CM-LIN-CAB-DIA TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           IF CM-QTDE-DIAS = 0
               MOVE "(NENHUMA DATA A CONFERIR)" TO CM-MSG-TEXTO
               MOVE CM-LIN-MENSAGEM TO SOMACML-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               PERFORM 5600-IMPRIME-UM-DIA THRU 5600-EXIT
                   VARYING CM-DIA-IDX FROM 1 BY 1
                   UNTIL CM-DIA-IDX > CM-QTDE-DIAS
           END-IF.
       5500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5600-IMPRIME-UM-DIA - imprime a conferencia de uma moeda
      *> e data.
      *> ---------------------------------------------------------
       5600-IMPRIME-UM-DIA.
           MOVE SPACES TO CM-LIN-DIA.
           MOVE CM-DIA-MOEDA (CM-DIA-IDX) TO CM-DIA-LIN-MOEDA.
           MOVE CM-DIA-DATA (CM-DIA-IDX) TO CM-DIA-LIN-DATA.
           MOVE CM-DIA-QTDE (CM-DIA-IDX) TO CM-DIA-LIN-QTDE.
           MOVE CM-DIA-ORIGINAL-LINEAR (CM-DIA-IDX)
               TO CM-DIA-LIN-ORIGINAL.
           MOVE CM-DIA-BASE-LINEAR (CM-DIA-IDX) TO CM-DIA-LIN-BASE.
           EVALUATE TRUE
               WHEN CM-DIA-SEM-BASE (CM-DIA-IDX)
                   MOVE "SEM VALOR P/ TAXA" TO CM-DIA-LIN-SITUACAO
               WHEN CM-DIA-SEM-TAXA (CM-DIA-IDX)
                   MOVE CM-DIA-TAXA-IMPLICITA (CM-DIA-IDX)
                       TO CM-DIA-LIN-IMPLICITA
                   MOVE "*** SEM TAXA ***" TO CM-DIA-LIN-SITUACAO
               WHEN OTHER
                   MOVE CM-DIA-TAXA-IMPLICITA (CM-DIA-IDX)
                       TO CM-DIA-LIN-IMPLICITA
                   MOVE CM-DIA-TAXA-SOMATAX (CM-DIA-IDX)
                       TO CM-DIA-LIN-SOMATAX
                   MOVE CM-DIA-DIFERENCA-PCT (CM-DIA-IDX)
                       TO CM-DIA-LIN-DIFERENCA
                   IF CM-DIA-DIVERGENTE (CM-DIA-IDX)
                       MOVE "*** DIVERGENTE ***"
                           TO CM-DIA-LIN-SITUACAO
                   ELSE
                       MOVE "CONFORME" TO CM-DIA-LIN-SITUACAO
                   END-IF
           END-EVALUATE.
           MOVE CM-LIN-DIA TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-GRAVA-SOMACMF - grava o arquivo da tesouraria:
      *> header, um detalhe por grupo moeda/categoria, um registro
      *> por data divergente ou sem taxa, e o trailer com as
      *> quantidades e o hash-total. Com overflow num total ou
      *> tabela excedida o arquivo sairia incompleto mas coerente
      *> com o proprio trailer, e por isso nao e gravado.
      *> ---------------------------------------------------------
       6000-GRAVA-SOMACMF.
           IF CM-HOUVE-OVERFLOW OR CM-TABELA-EXCEDIDA
               DISPLAY "ERRO: SOMACMF NAO GRAVADO - TOTAIS "
                   "INCOMPLETOS"
           ELSE
               MOVE SPACES TO SOMACMF-RECORD
               SET SM-CMF-REG-HEADER TO TRUE
               MOVE CM-DATA-INICIO TO SM-CMF-HDR-DATA-INICIO
               MOVE CM-DATA-FIM TO SM-CMF-HDR-DATA-FIM
               MOVE CM-DATA-HORA-EXEC (1:8)
                   TO SM-CMF-HDR-DATA-EMISSAO
               MOVE CM-TOLERANCIA TO SM-CMF-HDR-TOLERANCIA
               PERFORM 6300-GRAVA-REGISTRO THRU 6300-EXIT

               PERFORM 6100-GRAVA-UM-DETALHE THRU 6100-EXIT
                   VARYING CM-GRP-IDX FROM 1 BY 1
                   UNTIL CM-GRP-IDX > CM-QTDE-GRUPOS
               PERFORM 6200-GRAVA-UMA-DIVERGENCIA THRU 6200-EXIT
                   VARYING CM-DIA-IDX FROM 1 BY 1
                   UNTIL CM-DIA-IDX > CM-QTDE-DIAS

               MOVE SPACES TO SOMACMF-RECORD
               SET SM-CMF-REG-TRAILER TO TRUE
               MOVE CM-QTDE-REG-DETALHE TO SM-CMF-TRL-QTDE-DETALHES
               MOVE CM-QTDE-REG-DIVERGENCIA
                   TO SM-CMF-TRL-QTDE-DIVERGENCIAS
               MOVE CM-HASH-TOTAL TO SM-CMF-TRL-HASH-TOTAL
               PERFORM 6300-GRAVA-REGISTRO THRU 6300-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6100-GRAVA-UM-DETALHE - grava o detalhe de um grupo
      *> moeda/categoria e soma o total base no hash-total.
      *> ---------------------------------------------------------
       6100-GRAVA-UM-DETALHE.
           INITIALIZE SOMACMF-RECORD.
           SET SM-CMF-REG-DETALHE TO TRUE.
           MOVE CM-GRP-MOEDA (CM-GRP-IDX) TO SM-CMF-MOEDA.
           MOVE CM-GRP-CATEGORIA (CM-GRP-IDX) TO SM-CMF-CATEGORIA.
           MOVE CM-GRP-QTDE (CM-GRP-IDX) TO SM-CMF-QTDE.
           MOVE CM-GRP-TOTAL-ORIGINAL (CM-GRP-IDX)
               TO SM-CMF-TOTAL-ORIGINAL.
           MOVE CM-GRP-TOTAL-BASE (CM-GRP-IDX) TO SM-CMF-TOTAL-BASE.
           MOVE CM-GRP-ORIGINAL-LINEAR (CM-GRP-IDX)
               TO CM-ABS-ORIGINAL.
           MOVE CM-GRP-BASE-LINEAR (CM-GRP-IDX) TO CM-ABS-BASE.
           PERFORM 4300-CALCULA-TAXA THRU 4300-EXIT.
           MOVE CM-TAXA-CALCULADA TO SM-CMF-TAXA-MEDIA.
           PERFORM 6300-GRAVA-REGISTRO THRU 6300-EXIT.
           ADD 1 TO CM-QTDE-REG-DETALHE.

           MOVE CM-GRP-TOTAL-BASE (CM-GRP-IDX) TO CM-ABS-BASE.
           ADD CM-ABS-BASE TO CM-HASH-TOTAL.
       6100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6200-GRAVA-UMA-DIVERGENCIA - grava o registro de uma
      *> moeda/data divergente ou sem taxa.
      *> ---------------------------------------------------------
       6200-GRAVA-UMA-DIVERGENCIA.
           IF CM-DIA-DIVERGENTE (CM-DIA-IDX)
                   OR CM-DIA-SEM-TAXA (CM-DIA-IDX)
               MOVE SPACES TO SOMACMF-RECORD
               SET SM-CMF-REG-DIVERGENCIA TO TRUE
               MOVE CM-DIA-MOEDA (CM-DIA-IDX) TO SM-CMF-DIV-MOEDA
               MOVE CM-DIA-DATA (CM-DIA-IDX)
                   TO SM-CMF-DIV-DATA-NEGOCIO
               MOVE CM-DIA-TAXA-IMPLICITA (CM-DIA-IDX)
                   TO SM-CMF-DIV-TAXA-IMPLICITA
               MOVE CM-DIA-TAXA-SOMATAX (CM-DIA-IDX)
                   TO SM-CMF-DIV-TAXA-SOMATAX
               MOVE CM-DIA-DIFERENCA-PCT (CM-DIA-IDX)
                   TO SM-CMF-DIV-DIFERENCA-PCT
               MOVE CM-DIA-SITUACAO (CM-DIA-IDX)
                   TO SM-CMF-DIV-SITUACAO
               PERFORM 6300-GRAVA-REGISTRO THRU 6300-EXIT
               ADD 1 TO CM-QTDE-REG-DIVERGENCIA
           END-IF.
       6200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6300-GRAVA-REGISTRO - grava um registro em SOMACMF.
      *> ---------------------------------------------------------
       6300-GRAVA-REGISTRO.
           WRITE SOMACMF-RECORD.
           IF CM-FS-SOMACMF NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACMF - "
                   "FILE STATUS=" CM-FS-SOMACMF
               SET CM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       6300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - exibe os totais de controle e fecha
      *> o relatorio com o rodape.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CM-LIN-RODAPE TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           DISPLAY "PERIODO=" CM-DATA-INICIO "-" CM-DATA-FIM.
           MOVE CM-TOLERANCIA TO CM-TOLERANCIA-ED.
           DISPLAY "TOLERANCIA=" CM-TOLERANCIA-ED.
           MOVE CM-QTDE-LIDAS TO CM-QTDE-ED.
           DISPLAY "LINHAS-LIDAS=" CM-QTDE-ED.
           MOVE CM-QTDE-NO-PERIODO TO CM-QTDE-ED.
           DISPLAY "LINHAS-OK-NO-PERIODO=" CM-QTDE-ED.
           MOVE CM-QTDE-MOEDA-BASE TO CM-QTDE-ED.
           DISPLAY "LINHAS-MOEDA-BASE=" CM-QTDE-ED.
           MOVE CM-TOT-QTDE TO CM-QTDE-ED.
           DISPLAY "LINHAS-MOEDA-ESTRANGEIRA=" CM-QTDE-ED.
           MOVE CM-QTDE-OPERACAO-INVALIDA TO CM-QTDE-ED.
           DISPLAY "OPERACOES-DESCONHECIDAS=" CM-QTDE-ED.
           MOVE CM-QTDE-TAXAS-INVALIDAS TO CM-QTDE-ED.
           DISPLAY "TAXAS-INVALIDAS=" CM-QTDE-ED.
           MOVE CM-QTDE-GRUPOS TO CM-QTDE-ED.
           DISPLAY "GRUPOS-MOEDA-CATEGORIA=" CM-QTDE-ED.
           MOVE CM-QTDE-DIAS-DIVERGENTES TO CM-QTDE-ED.
           DISPLAY "DATAS-DIVERGENTES=" CM-QTDE-ED.
           MOVE CM-QTDE-DIAS-SEM-TAXA TO CM-QTDE-ED.
           DISPLAY "DATAS-SEM-TAXA=" CM-QTDE-ED.
           MOVE CM-TOT-TOTAL-BASE TO CM-VALOR-ED.
           DISPLAY "TOTAL-BASE=" CM-VALOR-ED.
           MOVE CM-HASH-TOTAL TO CM-HASH-TOTAL-ED.
           DISPLAY "HASH-TOTAL=" CM-HASH-TOTAL-ED.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF CM-LINHAS-PAGINA >= CM-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMACML-RECORD.
           IF CM-FS-SOMACML NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACML - "
                   "FILE STATUS=" CM-FS-SOMACML
               SET CM-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO CM-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros e uma linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO CM-NUM-PAGINA.
           MOVE 0 TO CM-LINHAS-PAGINA.

           MOVE CM-DATA-HORA-EXEC (1:8) TO CM-TIT-DATA.
           MOVE CM-DATA-HORA-EXEC (9:6) TO CM-TIT-HORA.
           MOVE CM-NUM-PAGINA TO CM-TIT-PAGINA.
           MOVE CM-LIN-TITULO TO SOMACML-RECORD.
           WRITE SOMACML-RECORD.
           IF CM-FS-SOMACML NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACML - "
                   "FILE STATUS=" CM-FS-SOMACML
               SET CM-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE CM-DATA-INICIO TO CM-PAR-DATA-INICIO.
           MOVE CM-DATA-FIM TO CM-PAR-DATA-FIM.
           MOVE CM-TOLERANCIA TO CM-PAR-TOLERANCIA.
           MOVE CM-LIN-PARAMETROS TO SOMACML-RECORD.
           WRITE SOMACML-RECORD.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           WRITE SOMACML-RECORD.
           ADD 3 TO CM-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (CM-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CM-LIN-SECAO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CM-LIN-BRANCO TO SOMACML-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  relatorio e arquivo gerados com sucesso (datas
      *>       divergentes ou sem taxa sao informacao, nao erro)
      *>    4  parametro invalido
      *>    8  overflow num total, tabela excedida (SOMACMF nao
      *>       gravado) ou falha de E/S irrecuperavel
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN CM-HOUVE-FALHA-IO OR CM-HOUVE-OVERFLOW
                 OR CM-TABELA-EXCEDIDA
                   MOVE 8 TO RETURN-CODE
               WHEN CM-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 9000-FECHA-ARQUIVOS - fecha os arquivos abertos pela
      *> inicializacao.
      *> ---------------------------------------------------------
       9000-FECHA-ARQUIVOS.
           CLOSE SOMAOUT-FILE.
           CLOSE SOMACMF-FILE.
           CLOSE SOMACML-FILE.
       9000-EXIT.
           EXIT.
