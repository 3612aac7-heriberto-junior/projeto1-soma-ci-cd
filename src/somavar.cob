IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAVAR.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-08.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-08  RFS    Versao original: relatorio de orcado
      *>                       x realizado por categoria, com a
      *>                       hierarquia de centros de custo.
      *>                       Dada a competencia
      *>                       (COMPETENCIA=AAAAMM), le o realizado
      *>                       do master vivo SOMAMST (FONTE=MASTER,
      *>                       padrao: fechamento do master menos a
      *>                       abertura do SOMAANT, como no
      *>                       SOMACLS) ou do fechamento catalogado
      *>                       SOMASNP (FONTE=PERIODO: movimento do
      *>                       periodo), o orcado do SOMAORC e a
      *>                       hierarquia categoria -> departamento
      *>                       -> divisao do SOMAHIE, e imprime no
      *>                       SOMAVRL realizado, orcado e variacao
      *>                       em valor e percentual, com subtotais
      *>                       por departamento e divisao e total
      *>                       geral. Linhas com variacao acima da
      *>                       TOLERANCIA= (percentual, padrao 10)
      *>                       sao marcadas. Categorias com
      *>                       realizado e sem orcamento, ou com
      *>                       orcamento e sem realizado, saem em
      *>                       secoes proprias.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMAMST-FILE ASSIGN TO "SOMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MST-CATEGORIA
               FILE STATUS IS VA-FS-SOMAMST.

           SELECT SOMAANT-FILE ASSIGN TO "SOMAANT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VA-FS-SOMAANT.

           SELECT SOMASNP-FILE ASSIGN TO "SOMASNP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VA-FS-SOMASNP.

           SELECT SOMAORC-FILE ASSIGN TO "SOMAORC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VA-FS-SOMAORC.

           SELECT SOMAHIE-FILE ASSIGN TO "SOMAHIE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VA-FS-SOMAHIE.

           SELECT SOMAVRL-FILE ASSIGN TO "SOMAVRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VA-FS-SOMAVRL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAMST-FILE.
       01  SOMAMST-RECORD.
           COPY SOMAMST.

       FD  SOMAANT-FILE
           RECORDING MODE IS F.
       01  SOMAANT-RECORD.
           COPY SOMASNP REPLACING LEADING ==SM-SNP== BY ==VA-ANT==.

       FD  SOMASNP-FILE
           RECORDING MODE IS F.
       01  SOMASNP-RECORD.
           COPY SOMASNP.

       FD  SOMAORC-FILE
           RECORDING MODE IS F.
       01  SOMAORC-RECORD.
           COPY SOMAORC.

       FD  SOMAHIE-FILE
           RECORDING MODE IS F.
       01  SOMAHIE-RECORD.
           COPY SOMAHIE.

       FD  SOMAVRL-FILE
           RECORDING MODE IS F.
       01  SOMAVRL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 VA-FS-SOMAMST PIC X(02) VALUE "00".
       77 VA-FS-SOMAANT PIC X(02) VALUE "00".
       77 VA-FS-SOMASNP PIC X(02) VALUE "00".
       77 VA-FS-SOMAORC PIC X(02) VALUE "00".
       77 VA-FS-SOMAHIE PIC X(02) VALUE "00".
       77 VA-FS-SOMAVRL PIC X(02) VALUE "00".

       77 VA-SW-EOF-SOMAMST PIC X(01) VALUE "N".
          88 VA-FIM-SOMAMST VALUE "S".

       77 VA-SW-EOF-SOMAANT PIC X(01) VALUE "N".
          88 VA-FIM-SOMAANT VALUE "S".

       77 VA-SW-EOF-SOMASNP PIC X(01) VALUE "N".
          88 VA-FIM-SOMASNP VALUE "S".

       77 VA-SW-EOF-SOMAORC PIC X(01) VALUE "N".
          88 VA-FIM-SOMAORC VALUE "S".

       77 VA-SW-EOF-SOMAHIE PIC X(01) VALUE "N".
          88 VA-FIM-SOMAHIE VALUE "S".

       77 VA-SW-ERRO PIC X(01) VALUE "N".
          88 VA-HOUVE-ERRO VALUE "S".

       77 VA-SW-FALHA-IO PIC X(01) VALUE "N".
          88 VA-HOUVE-FALHA-IO VALUE "S".

       77 VA-SW-OVERFLOW PIC X(01) VALUE "N".
          88 VA-HOUVE-OVERFLOW VALUE "S".

       77 VA-SW-FONTE-RECUSADA PIC X(01) VALUE "N".
          88 VA-FONTE-RECUSADA VALUE "S".

      *> Parametros da linha de comando: competencia obrigatoria,
      *> fonte do realizado (MASTER, padrao, ou PERIODO) e
      *> tolerancia percentual da variacao (padrao 10.00).
       01 VA-ARGUMENTO PIC X(100).
       77 VA-PARAMETRO1 PIC X(20).
       77 VA-PARAMETRO2 PIC X(20).
       77 VA-PARAMETRO3 PIC X(20).
       77 VA-TOKEN-ATUAL PIC X(20).
       77 VA-COMPETENCIA PIC X(06) VALUE SPACES.
       77 VA-SW-FONTE-PERIODO PIC X(01) VALUE "N".
          88 VA-FONTE-PERIODO VALUE "S".
       77 VA-TOLERANCIA PIC 9(03)V99 VALUE 10.
       77 VA-TOLERANCIA-ED PIC ZZ9.99.

      *> Hierarquia de centros de custo carregada do SOMAHIE
       77 VA-MAX-HIERARQUIA PIC 9(03) COMP VALUE 500.
       01 VA-TABELA-HIERARQUIA.
          05 VA-HIE-ENTRADA OCCURS 500 TIMES
                            INDEXED BY VA-HIE-IDX.
             10 VA-HIE-CATEGORIA    PIC X(08).
             10 VA-HIE-DEPARTAMENTO PIC X(08).
             10 VA-HIE-DIVISAO      PIC X(08).
       77 VA-QTDE-HIERARQUIA PIC 9(03) COMP VALUE 0.
       77 VA-HIE-ATUAL PIC 9(03) COMP VALUE 0.
       77 VA-SW-HIE-ACHADA PIC X(01) VALUE "N".
          88 VA-HIE-ACHADA VALUE "S".

      *> Abertura do periodo (fechamento da competencia anterior,
      *> arquivo SOMAANT, opcional) para apurar o realizado do mes
      *> a partir do master vivo. VA-AB-SW-USADA marca as entradas
      *> casadas com o master; as restantes sao categorias
      *> retiradas no periodo, com realizado igual a menos a
      *> abertura.
       77 VA-MAX-ABERTURAS PIC 9(03) COMP VALUE 500.
       01 VA-TABELA-ABERTURAS.
          05 VA-AB-ENTRADA OCCURS 500 TIMES
                           INDEXED BY VA-AB-IDX.
             10 VA-AB-CATEGORIA PIC X(08).
             10 VA-AB-QTDE      PIC 9(08).
             10 VA-AB-TOTAL     PIC S9(12)V99.
             10 VA-AB-SW-USADA  PIC X(01).
       77 VA-QTDE-ABERTURAS PIC 9(03) COMP VALUE 0.
       77 VA-AB-ATUAL PIC 9(03) COMP VALUE 0.
       77 VA-SW-AB-ACHADA PIC X(01) VALUE "N".
          88 VA-AB-ACHADA VALUE "S".

      *> Linhas do relatorio: uma por categoria com realizado ou
      *> orcamento, mantidas em ordem de divisao, departamento e
      *> categoria para as quebras de subtotal.
       77 VA-MAX-LINHAS PIC 9(04) COMP VALUE 1000.
       01 VA-TABELA-LINHAS.
          05 VA-LIN-ENTRADA OCCURS 1000 TIMES
                            INDEXED BY VA-LIN-IDX.
             10 VA-LIN-CHAVE.
                15 VA-LIN-DIVISAO      PIC X(08).
                15 VA-LIN-DEPARTAMENTO PIC X(08).
                15 VA-LIN-CATEGORIA    PIC X(08).
             10 VA-LIN-REALIZADO PIC S9(12)V99.
             10 VA-LIN-ORCADO    PIC S9(12)V99.
             10 VA-LIN-SW-REAL   PIC X(01).
                88 VA-LIN-TEM-REAL VALUE "S".
             10 VA-LIN-SW-ORC    PIC X(01).
                88 VA-LIN-TEM-ORC  VALUE "S".
       77 VA-QTDE-LINHAS PIC 9(04) COMP VALUE 0.
       77 VA-LIN-ATUAL PIC 9(04) COMP VALUE 0.
       77 VA-LIN-ORIGEM PIC 9(04) COMP VALUE 0.
       77 VA-LIN-DESTINO PIC 9(04) COMP VALUE 0.
       77 VA-SW-POSICAO-ACHADA PIC X(01) VALUE "N".
          88 VA-POSICAO-ACHADA VALUE "S".
       01 VA-NOVA-CHAVE.
          05 VA-NOVA-DIVISAO      PIC X(08).
          05 VA-NOVA-DEPARTAMENTO PIC X(08).
          05 VA-NOVA-CATEGORIA    PIC X(08).

      *> Campos de trabalho da carga do realizado e do orcado
       77 VA-CATEGORIA-BUSCA PIC X(08).
       77 VA-VALOR-REAL PIC S9(12)V99 VALUE 0.
       77 VA-QTDE-REAL PIC S9(08) VALUE 0.

      *> Quebras de controle e acumuladores dos subtotais
       77 VA-DIV-ANTERIOR PIC X(08) VALUE SPACES.
       77 VA-DEP-ANTERIOR PIC X(08) VALUE SPACES.
       77 VA-DEP-REAL PIC S9(13)V99 VALUE 0.
       77 VA-DEP-ORC PIC S9(13)V99 VALUE 0.
       77 VA-DIV-REAL PIC S9(13)V99 VALUE 0.
       77 VA-DIV-ORC PIC S9(13)V99 VALUE 0.
       77 VA-CMP-REAL PIC S9(13)V99 VALUE 0.
       77 VA-CMP-ORC PIC S9(13)V99 VALUE 0.
       77 VA-SEC-TOTAL PIC S9(13)V99 VALUE 0.
       77 VA-TOTG-REAL PIC S9(13)V99 VALUE 0.
       77 VA-TOTG-ORC PIC S9(13)V99 VALUE 0.

      *> Calculo da variacao de uma linha
       77 VA-CALC-REAL PIC S9(13)V99 VALUE 0.
       77 VA-CALC-ORC PIC S9(13)V99 VALUE 0.
       77 VA-CALC-VAR PIC S9(13)V99 VALUE 0.
       77 VA-CALC-BASE PIC 9(13)V99 VALUE 0.
       77 VA-CALC-PCT PIC S9(07)V99 VALUE 0.
       77 VA-CALC-PCT-ABS PIC 9(07)V99 VALUE 0.
       77 VA-PCT-ED PIC -(6)9.99.
       77 VA-SW-FORA PIC X(01) VALUE "N".
          88 VA-LINHA-FORA VALUE "S".

      *> Contadores do resumo de controle
       77 VA-QTDE-REALIZADAS PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-ORCADAS PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-COMPARADAS PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-SO-REAL PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-SO-ORC PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-FORA PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-SEM-HIER PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-SECAO PIC 9(08) COMP VALUE 0.
       77 VA-QTDE-ED PIC 9(08).
       77 VA-TOTAL-ED PIC -(12)9.99.

      *> Controle de paginacao do relatorio
       77 VA-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 VA-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 VA-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 VA-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de orcado x realizado
       01 VA-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMAVAR - ORCADO X REALIZADO POR CATEGORIA".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 VA-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 VA-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 VA-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 VA-LIN-PARAMETROS.
          05 FILLER PIC X(14) VALUE "COMPETENCIA: ".
          05 VA-PAR-COMPETENCIA PIC X(06).
          05 FILLER PIC X(09) VALUE "  FONTE: ".
          05 VA-PAR-FONTE PIC X(07).
          05 FILLER PIC X(14) VALUE "  TOLERANCIA: ".
          05 VA-PAR-TOLERANCIA PIC ZZ9.99.
          05 FILLER PIC X(01) VALUE "%".
          05 FILLER PIC X(75) VALUE SPACES.

       01 VA-LIN-CAB-DETALHE.
          05 FILLER PIC X(09) VALUE "DIVISAO".
          05 FILLER PIC X(09) VALUE "DEPTO".
          05 FILLER PIC X(12) VALUE "CATEGORIA".
          05 FILLER PIC X(18) VALUE "       REALIZADO".
          05 FILLER PIC X(18) VALUE "          ORCADO".
          05 FILLER PIC X(18) VALUE "        VARIACAO".
          05 FILLER PIC X(12) VALUE "     VAR %".
          05 FILLER PIC X(10) VALUE "SITUACAO".
          05 FILLER PIC X(26) VALUE SPACES.

       01 VA-LIN-SECAO.
          05 VA-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 VA-LIN-DETALHE.
          05 VA-DET-IDENT.
             10 VA-DET-DIVISAO PIC X(08).
             10 FILLER PIC X(01) VALUE SPACES.
             10 VA-DET-DEPARTAMENTO PIC X(08).
             10 FILLER PIC X(01) VALUE SPACES.
             10 VA-DET-CATEGORIA PIC X(08).
             10 FILLER PIC X(04) VALUE SPACES.
          05 VA-DET-ROTULO REDEFINES VA-DET-IDENT PIC X(30).
          05 VA-DET-REALIZADO PIC -(12)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 VA-DET-ORCADO PIC -(12)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 VA-DET-VARIACAO PIC -(12)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 VA-DET-PCT PIC X(10) JUSTIFIED RIGHT.
          05 FILLER PIC X(02) VALUE SPACES.
          05 VA-DET-SITUACAO PIC X(10).
          05 FILLER PIC X(26) VALUE SPACES.

       01 VA-LIN-NENHUMA.
          05 FILLER PIC X(40)
             VALUE "    (NENHUMA CATEGORIA NESTA SECAO)".
          05 FILLER PIC X(92) VALUE SPACES.

       01 VA-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 VA-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT VA-HOUVE-ERRO AND NOT VA-HOUVE-FALHA-IO
               PERFORM 2000-CARREGA-HIERARQUIA THRU 2000-EXIT
               IF VA-FONTE-PERIODO
                   PERFORM 2500-CARREGA-PERIODO THRU 2500-EXIT
               ELSE
                   PERFORM 2300-CARREGA-ABERTURA THRU 2300-EXIT
                   IF NOT VA-FONTE-RECUSADA
                       PERFORM 2400-CARREGA-MASTER THRU 2400-EXIT
                   END-IF
               END-IF
               IF NOT VA-FONTE-RECUSADA AND NOT VA-HOUVE-FALHA-IO
                   PERFORM 2700-CARREGA-ORCAMENTO THRU 2700-EXIT
                   PERFORM 4000-IMPRIME-COMPARADOS THRU 4000-EXIT
                   PERFORM 5000-IMPRIME-SO-REALIZADO THRU 5000-EXIT
                   PERFORM 5500-IMPRIME-SO-ORCADO THRU 5500-EXIT
                   PERFORM 6000-IMPRIME-TOTAIS THRU 6000-EXIT
                   PERFORM 6500-EXIBE-RESUMO THRU 6500-EXIT
               END-IF
               PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige COMPETENCIA=AAAAMM, interpreta os
      *> parametros opcionais FONTE= (MASTER ou PERIODO) e
      *> TOLERANCIA= (percentual, ate 999.99), abre a fonte do
      *> realizado, o orcamento, a hierarquia e o relatorio, e
      *> imprime o cabecalho da primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO VA-DATA-HORA-EXEC.
           ACCEPT VA-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING VA-ARGUMENTO DELIMITED BY SPACE
               INTO VA-PARAMETRO1
                    VA-PARAMETRO2
                    VA-PARAMETRO3
           END-UNSTRING.

           MOVE VA-PARAMETRO1 TO VA-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE VA-PARAMETRO2 TO VA-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE VA-PARAMETRO3 TO VA-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT VA-HOUVE-ERRO AND VA-COMPETENCIA = SPACES
               DISPLAY "ERRO: INFORME COMPETENCIA=AAAAMM"
               SET VA-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT VA-HOUVE-ERRO
               IF VA-FONTE-PERIODO
                   OPEN INPUT SOMASNP-FILE
                   IF VA-FS-SOMASNP NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASNP"
                           " - FILE STATUS=" VA-FS-SOMASNP
                       SET VA-HOUVE-FALHA-IO TO TRUE
                   END-IF
               ELSE
                   OPEN INPUT SOMAMST-FILE
                   IF VA-FS-SOMAMST NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAMST"
                           " - FILE STATUS=" VA-FS-SOMAMST
                       SET VA-HOUVE-FALHA-IO TO TRUE
                   END-IF
               END-IF

               OPEN INPUT SOMAORC-FILE
               IF VA-FS-SOMAORC NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAORC - "
                       "FILE STATUS=" VA-FS-SOMAORC
                   SET VA-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN INPUT SOMAHIE-FILE
               IF VA-FS-SOMAHIE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAHIE - "
                       "FILE STATUS=" VA-FS-SOMAHIE
                   SET VA-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMAVRL-FILE
               IF VA-FS-SOMAVRL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAVRL - "
                       "FILE STATUS=" VA-FS-SOMAVRL
                   SET VA-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: COMPETENCIA=AAAAMM, FONTE=MASTER/PERIODO ou
      *> TOLERANCIA=PPP.DD. Token em branco e ignorado; qualquer
      *> outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN VA-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN VA-TOKEN-ATUAL (1:12) = "COMPETENCIA="
                   IF VA-TOKEN-ATUAL (13:6) NUMERIC
                           AND VA-TOKEN-ATUAL (19:2) = SPACES
                       MOVE VA-TOKEN-ATUAL (13:6) TO VA-COMPETENCIA
                   ELSE
                       DISPLAY "ERRO: VALOR DE COMPETENCIA= "
                           "INVALIDO - " VA-TOKEN-ATUAL
                       SET VA-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN VA-TOKEN-ATUAL (1:6) = "FONTE="
                   EVALUATE VA-TOKEN-ATUAL (7:14)
                       WHEN "MASTER"
                           MOVE "N" TO VA-SW-FONTE-PERIODO
                       WHEN "PERIODO"
                           MOVE "S" TO VA-SW-FONTE-PERIODO
                       WHEN OTHER
                           DISPLAY "ERRO: VALOR DE FONTE= INVALIDO "
                               "(MASTER OU PERIODO) - "
                               VA-TOKEN-ATUAL
                           SET VA-HOUVE-ERRO TO TRUE
                   END-EVALUATE
               WHEN VA-TOKEN-ATUAL (1:11) = "TOLERANCIA="
                   IF VA-TOKEN-ATUAL (12:9) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (VA-TOKEN-ATUAL (12:9)) = 0
                           AND FUNCTION NUMVAL
                               (VA-TOKEN-ATUAL (12:9)) >= 0
                           AND FUNCTION NUMVAL
                               (VA-TOKEN-ATUAL (12:9)) < 1000
                       COMPUTE VA-TOLERANCIA =
                           FUNCTION NUMVAL (VA-TOKEN-ATUAL (12:9))
                   ELSE
                       DISPLAY "ERRO: VALOR DE TOLERANCIA= "
                           "INVALIDO - " VA-TOKEN-ATUAL
                       SET VA-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       VA-TOKEN-ATUAL
                   SET VA-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-CARREGA-HIERARQUIA - carrega o SOMAHIE na tabela de
      *> hierarquia. Uma categoria repetida fica com a primeira
      *> linha e e informada como erro.
      *> ---------------------------------------------------------
       2000-CARREGA-HIERARQUIA.
           PERFORM 2100-LE-SOMAHIE THRU 2100-EXIT.
           PERFORM 2200-CARREGA-UMA-HIERARQUIA THRU 2200-EXIT
               UNTIL VA-FIM-SOMAHIE.
       2000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2100-LE-SOMAHIE - le a proxima linha da hierarquia.
      *> ---------------------------------------------------------
       2100-LE-SOMAHIE.
           READ SOMAHIE-FILE
               AT END
                   SET VA-FIM-SOMAHIE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2200-CARREGA-UMA-HIERARQUIA - valida uma linha do SOMAHIE
      *> e a acrescenta a tabela de hierarquia.
      *> ---------------------------------------------------------
       2200-CARREGA-UMA-HIERARQUIA.
           MOVE SM-HIE-CATEGORIA TO VA-CATEGORIA-BUSCA.
           PERFORM 3400-PROCURA-HIERARQUIA THRU 3400-EXIT.

           EVALUATE TRUE
               WHEN SM-HIE-CATEGORIA = SPACES
                   DISPLAY "ERRO: LINHA DO SOMAHIE SEM CATEGORIA"
                   SET VA-HOUVE-ERRO TO TRUE
               WHEN VA-HIE-ACHADA
                   DISPLAY "ERRO: CATEGORIA " SM-HIE-CATEGORIA
                       " REPETIDA NO SOMAHIE"
                   SET VA-HOUVE-ERRO TO TRUE
               WHEN VA-QTDE-HIERARQUIA >= VA-MAX-HIERARQUIA
                   DISPLAY "ERRO: MAIS DE 500 CATEGORIAS EM SOMAHIE"
                   SET VA-HOUVE-ERRO TO TRUE
                   SET VA-FIM-SOMAHIE TO TRUE
               WHEN OTHER
                   ADD 1 TO VA-QTDE-HIERARQUIA
                   SET VA-HIE-IDX TO VA-QTDE-HIERARQUIA
                   MOVE SM-HIE-CATEGORIA
                       TO VA-HIE-CATEGORIA (VA-HIE-IDX)
                   MOVE SM-HIE-DEPARTAMENTO
                       TO VA-HIE-DEPARTAMENTO (VA-HIE-IDX)
                   MOVE SM-HIE-DIVISAO TO VA-HIE-DIVISAO (VA-HIE-IDX)
           END-EVALUATE.

           IF NOT VA-FIM-SOMAHIE
               PERFORM 2100-LE-SOMAHIE THRU 2100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2300-CARREGA-ABERTURA - carrega o fechamento da
      *> competencia anterior (SOMAANT) como abertura do periodo.
      *> A ausencia do arquivo nao e erro: master zerado no ultimo
      *> fechamento (MODO=ZERA) ou primeiro periodo, abertura zero.
      *> Um SOMAANT da propria competencia, ou posterior, e
      *> recusado - o periodo pedido ja foi fechado e deve ser lido
      *> com FONTE=PERIODO.
      *> ---------------------------------------------------------
       2300-CARREGA-ABERTURA.
           OPEN INPUT SOMAANT-FILE.
           IF VA-FS-SOMAANT = "00"
               PERFORM 2310-LE-SOMAANT THRU 2310-EXIT
               PERFORM 2320-CARREGA-UMA-ABERTURA THRU 2320-EXIT
                   UNTIL VA-FIM-SOMAANT
               CLOSE SOMAANT-FILE
           END-IF.
       2300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2310-LE-SOMAANT - le a proxima linha do fechamento da
      *> competencia anterior.
      *> ---------------------------------------------------------
       2310-LE-SOMAANT.
           READ SOMAANT-FILE
               AT END
                   SET VA-FIM-SOMAANT TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2320-CARREGA-UMA-ABERTURA - valida uma linha de SOMAANT e
      *> acrescenta o saldo de fechamento dela a tabela de
      *> aberturas.
      *> ---------------------------------------------------------
       2320-CARREGA-UMA-ABERTURA.
           EVALUATE TRUE
               WHEN VA-ANT-COMPETENCIA NOT < VA-COMPETENCIA
                   DISPLAY "ERRO: SOMAANT DA COMPETENCIA "
                       VA-ANT-COMPETENCIA " NAO E ANTERIOR A "
                       VA-COMPETENCIA " - USE FONTE=PERIODO"
                   SET VA-HOUVE-ERRO TO TRUE
                   SET VA-FONTE-RECUSADA TO TRUE
                   SET VA-FIM-SOMAANT TO TRUE
               WHEN VA-QTDE-ABERTURAS >= VA-MAX-ABERTURAS
                   DISPLAY "ERRO: MAIS DE 500 CATEGORIAS EM SOMAANT"
                   SET VA-HOUVE-ERRO TO TRUE
                   SET VA-FIM-SOMAANT TO TRUE
               WHEN OTHER
                   ADD 1 TO VA-QTDE-ABERTURAS
                   SET VA-AB-IDX TO VA-QTDE-ABERTURAS
                   MOVE VA-ANT-CATEGORIA
                       TO VA-AB-CATEGORIA (VA-AB-IDX)
                   MOVE VA-ANT-QTDE-FECHAMENTO
                       TO VA-AB-QTDE (VA-AB-IDX)
                   MOVE VA-ANT-TOTAL-FECHAMENTO
                       TO VA-AB-TOTAL (VA-AB-IDX)
                   MOVE "N" TO VA-AB-SW-USADA (VA-AB-IDX)
           END-EVALUATE.

           IF NOT VA-FIM-SOMAANT
               PERFORM 2310-LE-SOMAANT THRU 2310-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2400-CARREGA-MASTER - percorre o master inteiro e apura o
      *> realizado do periodo de cada categoria: fechamento do
      *> master menos a abertura do SOMAANT. Uma categoria sem
      *> movimento no periodo (quantidade e valor iguais aos da
      *> abertura) nao tem realizado. Depois, as categorias da
      *> abertura ausentes do master (retiradas no periodo) entram
      *> com realizado igual a menos a abertura.
      *> ---------------------------------------------------------
       2400-CARREGA-MASTER.
           PERFORM 2410-LE-PROXIMA-CATEGORIA THRU 2410-EXIT.
           PERFORM 2420-APURA-UMA-CATEGORIA THRU 2420-EXIT
               UNTIL VA-FIM-SOMAMST OR VA-HOUVE-FALHA-IO.

           PERFORM 2440-APURA-UMA-RETIRADA THRU 2440-EXIT
               VARYING VA-AB-IDX FROM 1 BY 1
               UNTIL VA-AB-IDX > VA-QTDE-ABERTURAS.
       2400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2410-LE-PROXIMA-CATEGORIA - le a proxima entrada do master
      *> em ordem de chave.
      *> ---------------------------------------------------------
       2410-LE-PROXIMA-CATEGORIA.
           READ SOMAMST-FILE NEXT
               AT END
                   SET VA-FIM-SOMAMST TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2420-APURA-UMA-CATEGORIA - apura o realizado do periodo da
      *> categoria corrente do master e le a proxima.
      *> ---------------------------------------------------------
       2420-APURA-UMA-CATEGORIA.
           MOVE "N" TO VA-SW-AB-ACHADA.
           MOVE 0 TO VA-AB-ATUAL.
           PERFORM 2430-COMPARA-UMA-ABERTURA THRU 2430-EXIT
               VARYING VA-AB-IDX FROM 1 BY 1
               UNTIL VA-AB-IDX > VA-QTDE-ABERTURAS
                  OR VA-AB-ACHADA.

           IF VA-AB-ACHADA
               SET VA-AB-IDX TO VA-AB-ATUAL
               MOVE "S" TO VA-AB-SW-USADA (VA-AB-IDX)
               COMPUTE VA-QTDE-REAL = SM-MST-QTDE-REGISTROS
                   - VA-AB-QTDE (VA-AB-IDX)
               COMPUTE VA-VALOR-REAL = SM-MST-TOTAL-ACUM
                   - VA-AB-TOTAL (VA-AB-IDX)
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO REALIZADO DA "
                           "CATEGORIA " SM-MST-CATEGORIA
                       SET VA-HOUVE-OVERFLOW TO TRUE
               END-COMPUTE
           ELSE
               MOVE SM-MST-QTDE-REGISTROS TO VA-QTDE-REAL
               MOVE SM-MST-TOTAL-ACUM TO VA-VALOR-REAL
           END-IF.

           IF VA-QTDE-REAL NOT = 0 OR VA-VALOR-REAL NOT = 0
               MOVE SM-MST-CATEGORIA TO VA-CATEGORIA-BUSCA
               PERFORM 3000-REGISTRA-REALIZADO THRU 3000-EXIT
           END-IF.

           PERFORM 2410-LE-PROXIMA-CATEGORIA THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2430-COMPARA-UMA-ABERTURA - compara uma entrada da tabela
      *> de aberturas com a categoria corrente do master.
      *> ---------------------------------------------------------
       2430-COMPARA-UMA-ABERTURA.
           IF VA-AB-CATEGORIA (VA-AB-IDX) = SM-MST-CATEGORIA
               SET VA-AB-ACHADA TO TRUE
               SET VA-AB-ATUAL TO VA-AB-IDX
           END-IF.
       2430-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2440-APURA-UMA-RETIRADA - registra o realizado de uma
      *> categoria da abertura nao casada com o master.
      *> ---------------------------------------------------------
       2440-APURA-UMA-RETIRADA.
           IF VA-AB-SW-USADA (VA-AB-IDX) = "N"
                   AND (VA-AB-QTDE (VA-AB-IDX) NOT = 0
                        OR VA-AB-TOTAL (VA-AB-IDX) NOT = 0)
               COMPUTE VA-VALOR-REAL = 0 - VA-AB-TOTAL (VA-AB-IDX)
               MOVE VA-AB-CATEGORIA (VA-AB-IDX) TO VA-CATEGORIA-BUSCA
               PERFORM 3000-REGISTRA-REALIZADO THRU 3000-EXIT
           END-IF.
       2440-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2500-CARREGA-PERIODO - le o fechamento catalogado SOMASNP
      *> e registra o movimento do periodo de cada categoria como
      *> realizado. Uma linha de outra competencia indica o arquivo
      *> errado apontado pelo job e e recusada.
      *> ---------------------------------------------------------
       2500-CARREGA-PERIODO.
           PERFORM 2510-LE-SOMASNP THRU 2510-EXIT.
           PERFORM 2520-APURA-UMA-LINHA-SNP THRU 2520-EXIT
               UNTIL VA-FIM-SOMASNP.
       2500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2510-LE-SOMASNP - le a proxima linha do fechamento de
      *> periodo.
      *> ---------------------------------------------------------
       2510-LE-SOMASNP.
           READ SOMASNP-FILE
               AT END
                   SET VA-FIM-SOMASNP TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2520-APURA-UMA-LINHA-SNP - registra o movimento da linha
      *> corrente do SOMASNP e le a proxima.
      *> ---------------------------------------------------------
       2520-APURA-UMA-LINHA-SNP.
           IF SM-SNP-COMPETENCIA NOT = VA-COMPETENCIA
               DISPLAY "ERRO: SOMASNP DA COMPETENCIA "
                   SM-SNP-COMPETENCIA " DIFERENTE DE "
                   VA-COMPETENCIA
               SET VA-HOUVE-ERRO TO TRUE
               SET VA-FONTE-RECUSADA TO TRUE
               SET VA-FIM-SOMASNP TO TRUE
           ELSE
               IF SM-SNP-QTDE-MOVIMENTO NOT = 0
                       OR SM-SNP-TOTAL-MOVIMENTO NOT = 0
                   MOVE SM-SNP-TOTAL-MOVIMENTO TO VA-VALOR-REAL
                   MOVE SM-SNP-CATEGORIA TO VA-CATEGORIA-BUSCA
                   PERFORM 3000-REGISTRA-REALIZADO THRU 3000-EXIT
               END-IF
               PERFORM 2510-LE-SOMASNP THRU 2510-EXIT
           END-IF.
       2520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2700-CARREGA-ORCAMENTO - le o SOMAORC e registra o orcado
      *> das linhas da competencia pedida; as demais competencias
      *> sao ignoradas.
      *> ---------------------------------------------------------
       2700-CARREGA-ORCAMENTO.
           PERFORM 2710-LE-SOMAORC THRU 2710-EXIT.
           PERFORM 2720-TRATA-UMA-LINHA-ORC THRU 2720-EXIT
               UNTIL VA-FIM-SOMAORC.
       2700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2710-LE-SOMAORC - le a proxima linha do orcamento.
      *> ---------------------------------------------------------
       2710-LE-SOMAORC.
           READ SOMAORC-FILE
               AT END
                   SET VA-FIM-SOMAORC TO TRUE
           END-READ.
       2710-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2720-TRATA-UMA-LINHA-ORC - valida uma linha do orcamento
      *> da competencia pedida e a registra; le a proxima.
      *> ---------------------------------------------------------
       2720-TRATA-UMA-LINHA-ORC.
           IF SM-ORC-COMPETENCIA = VA-COMPETENCIA
               EVALUATE TRUE
                   WHEN SM-ORC-CATEGORIA = SPACES
                       DISPLAY "ERRO: LINHA DO SOMAORC SEM CATEGORIA"
                       SET VA-HOUVE-ERRO TO TRUE
                   WHEN SM-ORC-VALOR NOT NUMERIC
                       DISPLAY "ERRO: VALOR ORCADO INVALIDO PARA A "
                           "CATEGORIA " SM-ORC-CATEGORIA
                       SET VA-HOUVE-ERRO TO TRUE
                   WHEN OTHER
                       MOVE SM-ORC-CATEGORIA TO VA-CATEGORIA-BUSCA
                       PERFORM 3100-REGISTRA-ORCADO THRU 3100-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 2710-LE-SOMAORC THRU 2710-EXIT.
       2720-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-REGISTRA-REALIZADO - registra VA-VALOR-REAL como
      *> realizado da categoria VA-CATEGORIA-BUSCA.
      *> ---------------------------------------------------------
       3000-REGISTRA-REALIZADO.
           PERFORM 3500-LOCALIZA-LINHA THRU 3500-EXIT.
           IF VA-LIN-ATUAL > 0
               SET VA-LIN-IDX TO VA-LIN-ATUAL
               ADD 1 TO VA-QTDE-REALIZADAS
               MOVE "S" TO VA-LIN-SW-REAL (VA-LIN-IDX)
               MOVE VA-VALOR-REAL TO VA-LIN-REALIZADO (VA-LIN-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-REGISTRA-ORCADO - registra o valor da linha corrente
      *> do SOMAORC como orcado da categoria VA-CATEGORIA-BUSCA. Um
      *> segundo orcamento da mesma categoria na competencia e
      *> recusado, para que o orcado nunca seja somado em dobro.
      *> ---------------------------------------------------------
       3100-REGISTRA-ORCADO.
           PERFORM 3500-LOCALIZA-LINHA THRU 3500-EXIT.
           IF VA-LIN-ATUAL > 0
               SET VA-LIN-IDX TO VA-LIN-ATUAL
               IF VA-LIN-TEM-ORC (VA-LIN-IDX)
                   DISPLAY "ERRO: ORCAMENTO EM DUPLICIDADE PARA A "
                       "CATEGORIA " SM-ORC-CATEGORIA
                   SET VA-HOUVE-ERRO TO TRUE
               ELSE
                   ADD 1 TO VA-QTDE-ORCADAS
                   MOVE "S" TO VA-LIN-SW-ORC (VA-LIN-IDX)
                   MOVE SM-ORC-VALOR TO VA-LIN-ORCADO (VA-LIN-IDX)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-PROCURA-HIERARQUIA - procura VA-CATEGORIA-BUSCA na
      *> tabela de hierarquia e devolve o indice em VA-HIE-ATUAL.
      *> ---------------------------------------------------------
       3400-PROCURA-HIERARQUIA.
           MOVE "N" TO VA-SW-HIE-ACHADA.
           MOVE 0 TO VA-HIE-ATUAL.
           PERFORM 3410-COMPARA-UMA-HIERARQUIA THRU 3410-EXIT
               VARYING VA-HIE-IDX FROM 1 BY 1
               UNTIL VA-HIE-IDX > VA-QTDE-HIERARQUIA
                  OR VA-HIE-ACHADA.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3410-COMPARA-UMA-HIERARQUIA - compara uma entrada da
      *> tabela de hierarquia com a categoria procurada.
      *> ---------------------------------------------------------
       3410-COMPARA-UMA-HIERARQUIA.
           IF VA-HIE-CATEGORIA (VA-HIE-IDX) = VA-CATEGORIA-BUSCA
               SET VA-HIE-ACHADA TO TRUE
               SET VA-HIE-ATUAL TO VA-HIE-IDX
           END-IF.
       3410-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-LOCALIZA-LINHA - localiza a linha do relatorio da
      *> categoria VA-CATEGORIA-BUSCA, com a divisao e o
      *> departamento da hierarquia (SEM-HIER quando a categoria
      *> nao esta no SOMAHIE), e devolve o indice em VA-LIN-ATUAL.
      *> Uma linha nova e inserida na posicao que mantem a tabela
      *> em ordem de divisao, departamento e categoria. Tabela
      *> cheia devolve VA-LIN-ATUAL zero.
      *> ---------------------------------------------------------
       3500-LOCALIZA-LINHA.
           PERFORM 3400-PROCURA-HIERARQUIA THRU 3400-EXIT.
           IF VA-HIE-ACHADA
               SET VA-HIE-IDX TO VA-HIE-ATUAL
               MOVE VA-HIE-DIVISAO (VA-HIE-IDX) TO VA-NOVA-DIVISAO
               MOVE VA-HIE-DEPARTAMENTO (VA-HIE-IDX)
                   TO VA-NOVA-DEPARTAMENTO
           ELSE
               MOVE "SEM-HIER" TO VA-NOVA-DIVISAO
               MOVE "SEM-HIER" TO VA-NOVA-DEPARTAMENTO
           END-IF.
           MOVE VA-CATEGORIA-BUSCA TO VA-NOVA-CATEGORIA.

           MOVE "N" TO VA-SW-POSICAO-ACHADA.
           MOVE 0 TO VA-LIN-ATUAL.
           PERFORM 3510-COMPARA-POSICAO THRU 3510-EXIT
               VARYING VA-LIN-IDX FROM 1 BY 1
               UNTIL VA-LIN-IDX > VA-QTDE-LINHAS
                  OR VA-POSICAO-ACHADA.

           IF VA-POSICAO-ACHADA
               SET VA-LIN-IDX TO VA-LIN-ATUAL
           END-IF.
           IF VA-POSICAO-ACHADA
                   AND VA-LIN-CHAVE (VA-LIN-IDX) = VA-NOVA-CHAVE
               CONTINUE
           ELSE
               IF VA-QTDE-LINHAS >= VA-MAX-LINHAS
                   DISPLAY "ERRO: MAIS DE 1000 CATEGORIAS NO "
                       "RELATORIO - CATEGORIA " VA-CATEGORIA-BUSCA
                       " IGNORADA"
                   SET VA-HOUVE-ERRO TO TRUE
                   MOVE 0 TO VA-LIN-ATUAL
               ELSE
                   IF NOT VA-POSICAO-ACHADA
                       COMPUTE VA-LIN-ATUAL = VA-QTDE-LINHAS + 1
                   END-IF
                   PERFORM 3520-DESLOCA-UMA-LINHA THRU 3520-EXIT
                       VARYING VA-LIN-ORIGEM FROM VA-QTDE-LINHAS
                       BY -1
                       UNTIL VA-LIN-ORIGEM < VA-LIN-ATUAL
                   ADD 1 TO VA-QTDE-LINHAS
                   SET VA-LIN-IDX TO VA-LIN-ATUAL
                   MOVE VA-NOVA-CHAVE TO VA-LIN-CHAVE (VA-LIN-IDX)
                   MOVE 0 TO VA-LIN-REALIZADO (VA-LIN-IDX)
                   MOVE 0 TO VA-LIN-ORCADO (VA-LIN-IDX)
                   MOVE "N" TO VA-LIN-SW-REAL (VA-LIN-IDX)
                   MOVE "N" TO VA-LIN-SW-ORC (VA-LIN-IDX)
                   IF NOT VA-HIE-ACHADA
                       ADD 1 TO VA-QTDE-SEM-HIER
                   END-IF
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-COMPARA-POSICAO - marca a primeira linha da tabela
      *> cuja chave nao e menor que a chave procurada: ou e a
      *> propria linha, ou e a posicao de insercao.
      *> ---------------------------------------------------------
       3510-COMPARA-POSICAO.
           IF VA-LIN-CHAVE (VA-LIN-IDX) NOT < VA-NOVA-CHAVE
               SET VA-POSICAO-ACHADA TO TRUE
               SET VA-LIN-ATUAL TO VA-LIN-IDX
           END-IF.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3520-DESLOCA-UMA-LINHA - desloca uma linha da tabela uma
      *> posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3520-DESLOCA-UMA-LINHA.
           COMPUTE VA-LIN-DESTINO = VA-LIN-ORIGEM + 1.
           MOVE VA-LIN-ENTRADA (VA-LIN-ORIGEM)
               TO VA-LIN-ENTRADA (VA-LIN-DESTINO).
       3520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-IMPRIME-COMPARADOS - imprime a secao das categorias
      *> com realizado e orcamento, em ordem de divisao e
      *> departamento, com subtotal a cada quebra e o total da
      *> secao no final.
      *> ---------------------------------------------------------
       4000-IMPRIME-COMPARADOS.
           MOVE "ORCADO X REALIZADO POR DIVISAO E DEPARTAMENTO"
               TO VA-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           PERFORM 4100-IMPRIME-UMA-COMPARADA THRU 4100-EXIT
               VARYING VA-LIN-IDX FROM 1 BY 1
               UNTIL VA-LIN-IDX > VA-QTDE-LINHAS.

           IF VA-QTDE-COMPARADAS = 0
               MOVE VA-LIN-NENHUMA TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               PERFORM 4200-QUEBRA-DEPARTAMENTO THRU 4200-EXIT
               PERFORM 4300-QUEBRA-DIVISAO THRU 4300-EXIT
               MOVE SPACES TO VA-LIN-DETALHE
               MOVE "TOTAL ORCADO X REALIZADO" TO VA-DET-ROTULO
               MOVE VA-CMP-REAL TO VA-CALC-REAL
               MOVE VA-CMP-ORC TO VA-CALC-ORC
               PERFORM 7300-IMPRIME-VARIACAO THRU 7300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4100-IMPRIME-UMA-COMPARADA - trata uma linha da tabela com
      *> realizado e orcamento: fecha o subtotal do departamento e
      *> da divisao anteriores quando eles mudam, acumula os
      *> subtotais e imprime a linha da categoria.
      *> ---------------------------------------------------------
       4100-IMPRIME-UMA-COMPARADA.
           IF VA-LIN-TEM-REAL (VA-LIN-IDX)
                   AND VA-LIN-TEM-ORC (VA-LIN-IDX)
               IF VA-QTDE-COMPARADAS > 0
                   IF VA-LIN-DIVISAO (VA-LIN-IDX)
                           NOT = VA-DIV-ANTERIOR
                       PERFORM 4200-QUEBRA-DEPARTAMENTO THRU 4200-EXIT
                       PERFORM 4300-QUEBRA-DIVISAO THRU 4300-EXIT
                   ELSE
                       IF VA-LIN-DEPARTAMENTO (VA-LIN-IDX)
                               NOT = VA-DEP-ANTERIOR
                           PERFORM 4200-QUEBRA-DEPARTAMENTO
                               THRU 4200-EXIT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO VA-QTDE-COMPARADAS
               MOVE VA-LIN-DIVISAO (VA-LIN-IDX) TO VA-DIV-ANTERIOR
               MOVE VA-LIN-DEPARTAMENTO (VA-LIN-IDX)
                   TO VA-DEP-ANTERIOR

               ADD VA-LIN-REALIZADO (VA-LIN-IDX) TO VA-DEP-REAL
                   VA-DIV-REAL VA-CMP-REAL
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NOS SUBTOTAIS DE "
                           "REALIZADO"
                       SET VA-HOUVE-OVERFLOW TO TRUE
               END-ADD
               ADD VA-LIN-ORCADO (VA-LIN-IDX) TO VA-DEP-ORC
                   VA-DIV-ORC VA-CMP-ORC
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NOS SUBTOTAIS DE "
                           "ORCADO"
                       SET VA-HOUVE-OVERFLOW TO TRUE
               END-ADD

               MOVE SPACES TO VA-LIN-DETALHE
               MOVE VA-LIN-DIVISAO (VA-LIN-IDX) TO VA-DET-DIVISAO
               MOVE VA-LIN-DEPARTAMENTO (VA-LIN-IDX)
                   TO VA-DET-DEPARTAMENTO
               MOVE VA-LIN-CATEGORIA (VA-LIN-IDX) TO VA-DET-CATEGORIA
               MOVE VA-LIN-REALIZADO (VA-LIN-IDX) TO VA-CALC-REAL
               MOVE VA-LIN-ORCADO (VA-LIN-IDX) TO VA-CALC-ORC
               PERFORM 7300-IMPRIME-VARIACAO THRU 7300-EXIT
               IF VA-LINHA-FORA
                   ADD 1 TO VA-QTDE-FORA
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4200-QUEBRA-DEPARTAMENTO - imprime o subtotal do
      *> departamento anterior e zera seus acumuladores.
      *> ---------------------------------------------------------
       4200-QUEBRA-DEPARTAMENTO.
           MOVE SPACES TO VA-LIN-DETALHE.
           STRING "  SUBTOTAL DEPTO " VA-DEP-ANTERIOR
               DELIMITED BY SIZE
               INTO VA-DET-ROTULO
           END-STRING.
           MOVE VA-DEP-REAL TO VA-CALC-REAL.
           MOVE VA-DEP-ORC TO VA-CALC-ORC.
           PERFORM 7300-IMPRIME-VARIACAO THRU 7300-EXIT.
           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE 0 TO VA-DEP-REAL.
           MOVE 0 TO VA-DEP-ORC.
       4200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4300-QUEBRA-DIVISAO - imprime o subtotal da divisao
      *> anterior e zera seus acumuladores.
      *> ---------------------------------------------------------
       4300-QUEBRA-DIVISAO.
           MOVE SPACES TO VA-LIN-DETALHE.
           STRING "SUBTOTAL DIVISAO " VA-DIV-ANTERIOR
               DELIMITED BY SIZE
               INTO VA-DET-ROTULO
           END-STRING.
           MOVE VA-DIV-REAL TO VA-CALC-REAL.
           MOVE VA-DIV-ORC TO VA-CALC-ORC.
           PERFORM 7300-IMPRIME-VARIACAO THRU 7300-EXIT.
           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE 0 TO VA-DIV-REAL.
           MOVE 0 TO VA-DIV-ORC.
       4300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-IMPRIME-SO-REALIZADO - imprime a secao das categorias
      *> com realizado e sem orcamento na competencia, com o total
      *> da secao.
      *> ---------------------------------------------------------
       5000-IMPRIME-SO-REALIZADO.
           MOVE "REALIZADO SEM ORCAMENTO" TO VA-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE 0 TO VA-QTDE-SECAO.
           MOVE 0 TO VA-SEC-TOTAL.

           PERFORM 5100-IMPRIME-UM-SO-REALIZADO THRU 5100-EXIT
               VARYING VA-LIN-IDX FROM 1 BY 1
               UNTIL VA-LIN-IDX > VA-QTDE-LINHAS.

           IF VA-QTDE-SECAO = 0
               MOVE VA-LIN-NENHUMA TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               MOVE SPACES TO VA-LIN-DETALHE
               MOVE "TOTAL REALIZADO SEM ORCAMENTO" TO VA-DET-ROTULO
               MOVE VA-SEC-TOTAL TO VA-DET-REALIZADO
               MOVE VA-LIN-DETALHE TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
           MOVE VA-QTDE-SECAO TO VA-QTDE-SO-REAL.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5100-IMPRIME-UM-SO-REALIZADO - imprime uma linha da
      *> tabela com realizado e sem orcamento.
      *> ---------------------------------------------------------
       5100-IMPRIME-UM-SO-REALIZADO.
           IF VA-LIN-TEM-REAL (VA-LIN-IDX)
                   AND NOT VA-LIN-TEM-ORC (VA-LIN-IDX)
               ADD 1 TO VA-QTDE-SECAO
               ADD VA-LIN-REALIZADO (VA-LIN-IDX) TO VA-SEC-TOTAL
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO TOTAL DO "
                           "REALIZADO SEM ORCAMENTO"
                       SET VA-HOUVE-OVERFLOW TO TRUE
               END-ADD
               MOVE SPACES TO VA-LIN-DETALHE
               MOVE VA-LIN-DIVISAO (VA-LIN-IDX) TO VA-DET-DIVISAO
               MOVE VA-LIN-DEPARTAMENTO (VA-LIN-IDX)
                   TO VA-DET-DEPARTAMENTO
               MOVE VA-LIN-CATEGORIA (VA-LIN-IDX) TO VA-DET-CATEGORIA
               MOVE VA-LIN-REALIZADO (VA-LIN-IDX) TO VA-DET-REALIZADO
               MOVE "SEM ORCAM." TO VA-DET-SITUACAO
               MOVE VA-LIN-DETALHE TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5500-IMPRIME-SO-ORCADO - imprime a secao das categorias
      *> com orcamento na competencia e sem realizado, com o total
      *> da secao.
      *> ---------------------------------------------------------
       5500-IMPRIME-SO-ORCADO.
           MOVE "ORCAMENTO SEM REALIZADO" TO VA-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE 0 TO VA-QTDE-SECAO.
           MOVE 0 TO VA-SEC-TOTAL.

           PERFORM 5600-IMPRIME-UM-SO-ORCADO THRU 5600-EXIT
               VARYING VA-LIN-IDX FROM 1 BY 1
               UNTIL VA-LIN-IDX > VA-QTDE-LINHAS.

           IF VA-QTDE-SECAO = 0
               MOVE VA-LIN-NENHUMA TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               MOVE SPACES TO VA-LIN-DETALHE
               MOVE "TOTAL ORCAMENTO SEM REALIZADO" TO VA-DET-ROTULO
               MOVE VA-SEC-TOTAL TO VA-DET-ORCADO
               MOVE VA-LIN-DETALHE TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
           MOVE VA-QTDE-SECAO TO VA-QTDE-SO-ORC.
       5500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5600-IMPRIME-UM-SO-ORCADO - imprime uma linha da tabela
      *> com orcamento e sem realizado.
      *> ---------------------------------------------------------
       5600-IMPRIME-UM-SO-ORCADO.
           IF VA-LIN-TEM-ORC (VA-LIN-IDX)
                   AND NOT VA-LIN-TEM-REAL (VA-LIN-IDX)
               ADD 1 TO VA-QTDE-SECAO
               ADD VA-LIN-ORCADO (VA-LIN-IDX) TO VA-SEC-TOTAL
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO TOTAL DO "
                           "ORCAMENTO SEM REALIZADO"
                       SET VA-HOUVE-OVERFLOW TO TRUE
               END-ADD
               MOVE SPACES TO VA-LIN-DETALHE
               MOVE VA-LIN-DIVISAO (VA-LIN-IDX) TO VA-DET-DIVISAO
               MOVE VA-LIN-DEPARTAMENTO (VA-LIN-IDX)
                   TO VA-DET-DEPARTAMENTO
               MOVE VA-LIN-CATEGORIA (VA-LIN-IDX) TO VA-DET-CATEGORIA
               MOVE VA-LIN-ORCADO (VA-LIN-IDX) TO VA-DET-ORCADO
               MOVE "SEM REALIZ" TO VA-DET-SITUACAO
               MOVE VA-LIN-DETALHE TO SOMAVRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-IMPRIME-TOTAIS - imprime o total geral de todas as
      *> categorias (as tres secoes), para que o realizado feche
      *> com o master ou o fechamento e o orcado com o SOMAORC, e
      *> o rodape de encerramento.
      *> ---------------------------------------------------------
       6000-IMPRIME-TOTAIS.
           MOVE 0 TO VA-TOTG-REAL.
           MOVE 0 TO VA-TOTG-ORC.
           PERFORM 6100-ACUMULA-UMA-LINHA THRU 6100-EXIT
               VARYING VA-LIN-IDX FROM 1 BY 1
               UNTIL VA-LIN-IDX > VA-QTDE-LINHAS.

           MOVE "TOTAL GERAL" TO VA-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE SPACES TO VA-LIN-DETALHE.
           MOVE "TODAS AS CATEGORIAS" TO VA-DET-ROTULO.
           MOVE VA-TOTG-REAL TO VA-CALC-REAL.
           MOVE VA-TOTG-ORC TO VA-CALC-ORC.
           PERFORM 7300-IMPRIME-VARIACAO THRU 7300-EXIT.

           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE VA-LIN-RODAPE TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6100-ACUMULA-UMA-LINHA - soma uma linha da tabela ao
      *> total geral de realizado e orcado.
      *> ---------------------------------------------------------
       6100-ACUMULA-UMA-LINHA.
           ADD VA-LIN-REALIZADO (VA-LIN-IDX) TO VA-TOTG-REAL
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO TOTAL GERAL DE "
                       "REALIZADO"
                   SET VA-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           ADD VA-LIN-ORCADO (VA-LIN-IDX) TO VA-TOTG-ORC
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO TOTAL GERAL DE "
                       "ORCADO"
                   SET VA-HOUVE-OVERFLOW TO TRUE
           END-ADD.
       6100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - exibe os totais de controle do
      *> relatorio para o log do job.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           DISPLAY "COMPETENCIA=" VA-COMPETENCIA.
           IF VA-FONTE-PERIODO
               DISPLAY "FONTE=PERIODO (FECHAMENTO SOMASNP)"
           ELSE
               DISPLAY "FONTE=MASTER (SOMAMST MENOS ABERTURA)"
           END-IF.
           MOVE VA-TOLERANCIA TO VA-TOLERANCIA-ED.
           DISPLAY "TOLERANCIA=" VA-TOLERANCIA-ED.
           MOVE VA-QTDE-REALIZADAS TO VA-QTDE-ED.
           DISPLAY "CATEGORIAS-COM-REALIZADO=" VA-QTDE-ED.
           MOVE VA-QTDE-ORCADAS TO VA-QTDE-ED.
           DISPLAY "CATEGORIAS-COM-ORCAMENTO=" VA-QTDE-ED.
           MOVE VA-QTDE-COMPARADAS TO VA-QTDE-ED.
           DISPLAY "CATEGORIAS-COMPARADAS=" VA-QTDE-ED.
           MOVE VA-QTDE-FORA TO VA-QTDE-ED.
           DISPLAY "CATEGORIAS-FORA-DA-TOLERANCIA=" VA-QTDE-ED.
           MOVE VA-QTDE-SO-REAL TO VA-QTDE-ED.
           DISPLAY "REALIZADO-SEM-ORCAMENTO=" VA-QTDE-ED.
           MOVE VA-QTDE-SO-ORC TO VA-QTDE-ED.
           DISPLAY "ORCAMENTO-SEM-REALIZADO=" VA-QTDE-ED.
           MOVE VA-QTDE-SEM-HIER TO VA-QTDE-ED.
           DISPLAY "CATEGORIAS-SEM-HIERARQUIA=" VA-QTDE-ED.
           MOVE VA-TOTG-REAL TO VA-TOTAL-ED.
           DISPLAY "TOTAL-REALIZADO=" VA-TOTAL-ED.
           MOVE VA-TOTG-ORC TO VA-TOTAL-ED.
           DISPLAY "TOTAL-ORCADO=" VA-TOTAL-ED.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF VA-LINHAS-PAGINA >= VA-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMAVRL-RECORD.
           IF VA-FS-SOMAVRL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAVRL - "
                   "FILE STATUS=" VA-FS-SOMAVRL
               SET VA-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO VA-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros, o cabecalho das colunas e uma linha
      *> em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO VA-NUM-PAGINA.
           MOVE 0 TO VA-LINHAS-PAGINA.

           MOVE VA-DATA-HORA-EXEC (1:8) TO VA-TIT-DATA.
           MOVE VA-DATA-HORA-EXEC (9:6) TO VA-TIT-HORA.
           MOVE VA-NUM-PAGINA TO VA-TIT-PAGINA.
           MOVE VA-LIN-TITULO TO SOMAVRL-RECORD.
           WRITE SOMAVRL-RECORD.
           IF VA-FS-SOMAVRL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAVRL - "
                   "FILE STATUS=" VA-FS-SOMAVRL
               SET VA-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE VA-COMPETENCIA TO VA-PAR-COMPETENCIA.
           IF VA-FONTE-PERIODO
               MOVE "PERIODO" TO VA-PAR-FONTE
           ELSE
               MOVE "MASTER" TO VA-PAR-FONTE
           END-IF.
           MOVE VA-TOLERANCIA TO VA-PAR-TOLERANCIA.
           MOVE VA-LIN-PARAMETROS TO SOMAVRL-RECORD.
           WRITE SOMAVRL-RECORD.
           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           WRITE SOMAVRL-RECORD.
           MOVE VA-LIN-CAB-DETALHE TO SOMAVRL-RECORD.
           WRITE SOMAVRL-RECORD.
           ADD 4 TO VA-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (VA-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE VA-LIN-SECAO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE VA-LIN-BRANCO TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7300-IMPRIME-VARIACAO - completa e imprime a linha de
      *> detalhe ja identificada (categoria, subtotal ou total) com
      *> o realizado VA-CALC-REAL, o orcado VA-CALC-ORC, a variacao
      *> em valor (realizado menos orcado) e em percentual sobre o
      *> orcado. Variacao acima da tolerancia, em qualquer sentido,
      *> marca a linha; sem orcado (zero) o percentual nao se
      *> aplica e qualquer variacao marca a linha.
      *> ---------------------------------------------------------
       7300-IMPRIME-VARIACAO.
           MOVE "N" TO VA-SW-FORA.
           COMPUTE VA-CALC-VAR = VA-CALC-REAL - VA-CALC-ORC
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO CALCULO DA VARIACAO"
                   SET VA-HOUVE-OVERFLOW TO TRUE
           END-COMPUTE.

           IF VA-CALC-ORC = 0
               MOVE "N/D" TO VA-DET-PCT
               IF VA-CALC-VAR NOT = 0
                   SET VA-LINHA-FORA TO TRUE
               END-IF
           ELSE
               IF VA-CALC-ORC < 0
                   SUBTRACT VA-CALC-ORC FROM 0 GIVING VA-CALC-BASE
               ELSE
                   MOVE VA-CALC-ORC TO VA-CALC-BASE
               END-IF
               COMPUTE VA-CALC-PCT ROUNDED
                   = VA-CALC-VAR * 100 / VA-CALC-BASE
                   ON SIZE ERROR
                       MOVE "ESTOURO" TO VA-DET-PCT
                       SET VA-LINHA-FORA TO TRUE
                   NOT ON SIZE ERROR
                       MOVE VA-CALC-PCT TO VA-PCT-ED
                       MOVE VA-PCT-ED TO VA-DET-PCT
                       IF VA-CALC-PCT < 0
                           SUBTRACT VA-CALC-PCT FROM 0
                               GIVING VA-CALC-PCT-ABS
                       ELSE
                           MOVE VA-CALC-PCT TO VA-CALC-PCT-ABS
                       END-IF
                       IF VA-CALC-PCT-ABS > VA-TOLERANCIA
                           SET VA-LINHA-FORA TO TRUE
                       END-IF
               END-COMPUTE
           END-IF.

           MOVE VA-CALC-REAL TO VA-DET-REALIZADO.
           MOVE VA-CALC-ORC TO VA-DET-ORCADO.
           MOVE VA-CALC-VAR TO VA-DET-VARIACAO.
           IF VA-LINHA-FORA
               MOVE "*FORA*" TO VA-DET-SITUACAO
           ELSE
               MOVE SPACES TO VA-DET-SITUACAO
           END-IF.
           MOVE VA-LIN-DETALHE TO SOMAVRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  relatorio gerado com sucesso (linhas fora da
      *>       tolerancia sao informacao, nao erro)
      *>    4  parametro invalido, fonte de outra competencia,
      *>       linha invalida ou repetida no orcamento ou na
      *>       hierarquia, ou tabela excedida
      *>    8  overflow num total ou falha de E/S irrecuperavel
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN VA-HOUVE-FALHA-IO OR VA-HOUVE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN VA-HOUVE-ERRO
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
           IF VA-FONTE-PERIODO
               CLOSE SOMASNP-FILE
           ELSE
               CLOSE SOMAMST-FILE
           END-IF.
           CLOSE SOMAORC-FILE.
           CLOSE SOMAHIE-FILE.
           CLOSE SOMAVRL-FILE.
       9000-EXIT.
           EXIT.
