IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAUSO.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-11.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-11  RFS    Versao original: relatorio mensal de
      *>                       uso do servidor de calculo intradia
      *>                       SOMASRV, para o rateio do custo do
      *>                       servico entre as agencias. Dada a
      *>                       competencia (COMPETENCIA=AAAAMM) e o
      *>                       preco unitario por requisicao
      *>                       (PRECO=nnnnn.nn), le as respostas
      *>                       SOMARPF do mes e imprime no SOMAUSR,
      *>                       por solicitante, as requisicoes por
      *>                       status (OK, REJEITADO, OVERFLOW,
      *>                       DUPLICADO e NEGADO) e por operacao,
      *>                       a hora de pico e o valor a cobrar,
      *>                       com o total geral. Sao cobradas as
      *>                       requisicoes atendidas (OK, REJEITADO
      *>                       e OVERFLOW); reenvios DUPLICADO e
      *>                       pedidos NEGADO nao sao cobrados.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMARPF-FILE ASSIGN TO "SOMARPF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS US-FS-SOMARPF.

           SELECT SOMAUSR-FILE ASSIGN TO "SOMAUSR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS US-FS-SOMAUSR.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMARPF-FILE
           RECORDING MODE IS F.
       01  SOMARPF-RECORD.
           COPY SOMARPR.

       FD  SOMAUSR-FILE
           RECORDING MODE IS F.
       01  SOMAUSR-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 US-FS-SOMARPF PIC X(02) VALUE "00".
       77 US-FS-SOMAUSR PIC X(02) VALUE "00".

       77 US-SW-EOF-SOMARPF PIC X(01) VALUE "N".
          88 US-FIM-SOMARPF VALUE "S".

       77 US-SW-ERRO PIC X(01) VALUE "N".
          88 US-HOUVE-ERRO VALUE "S".

       77 US-SW-FALHA-IO PIC X(01) VALUE "N".
          88 US-HOUVE-FALHA-IO VALUE "S".

       77 US-SW-OVERFLOW PIC X(01) VALUE "N".
          88 US-HOUVE-OVERFLOW VALUE "S".

      *> Parametros da linha de comando: competencia e preco
      *> unitario por requisicao, ambos obrigatorios.
       01 US-ARGUMENTO PIC X(100).
       77 US-PARAMETRO1 PIC X(20).
       77 US-PARAMETRO2 PIC X(20).
       77 US-TOKEN-ATUAL PIC X(20).
       77 US-COMPETENCIA PIC X(06) VALUE SPACES.
       77 US-PRECO-UNITARIO PIC 9(05)V99 VALUE 0.
       77 US-SW-PRECO-INFORMADO PIC X(01) VALUE "N".
          88 US-PRECO-INFORMADO VALUE "S".
       77 US-PRECO-ED PIC Z(04)9.99.

      *> Contadores por solicitante, mantidos em ordem de
      *> solicitante. Status: 1 OK, 2 REJEITADO, 3 OVERFLOW,
      *> 4 DUPLICADO, 5 NEGADO. Operacao: 1 ADD, 2 SUB, 3 MUL,
      *> 4 AVG, 5 outras (pedidos com operacao invalida). Hora:
      *> 1 a 24 para as horas 00 a 23 do atendimento.
       77 US-MAX-SOLICITANTES PIC 9(03) COMP VALUE 500.
       01 US-TABELA-SOLICITANTES.
          05 US-SOL-ENTRADA OCCURS 500 TIMES
                            INDEXED BY US-SOL-IDX.
             10 US-SOL-SOLICITANTE PIC X(08).
             10 US-SOL-CONTADORES.
                15 US-SOL-QTDE-TOTAL PIC 9(07) COMP.
                15 US-SOL-QTDE-STATUS PIC 9(07) COMP
                                      OCCURS 5 TIMES.
                15 US-SOL-QTDE-OPERACAO PIC 9(07) COMP
                                        OCCURS 5 TIMES.
                15 US-SOL-QTDE-HORA PIC 9(07) COMP
                                    OCCURS 24 TIMES.
       77 US-QTDE-SOLICITANTES PIC 9(03) COMP VALUE 0.
       77 US-SOL-ATUAL PIC 9(03) COMP VALUE 0.
       77 US-SOL-ORIGEM PIC 9(03) COMP VALUE 0.
       77 US-SOL-DESTINO PIC 9(03) COMP VALUE 0.
       77 US-SW-POSICAO-ACHADA PIC X(01) VALUE "N".
          88 US-POSICAO-ACHADA VALUE "S".
       77 US-SOLICITANTE-BUSCA PIC X(08).

      *> Totais gerais da competencia, no mesmo formato
       01 US-TOTAIS-GERAIS.
          05 US-TOT-CONTADORES.
             10 US-TOT-QTDE-TOTAL PIC 9(07) COMP VALUE 0.
             10 US-TOT-QTDE-STATUS PIC 9(07) COMP VALUE 0
                                   OCCURS 5 TIMES.
             10 US-TOT-QTDE-OPERACAO PIC 9(07) COMP VALUE 0
                                     OCCURS 5 TIMES.
             10 US-TOT-QTDE-HORA PIC 9(07) COMP VALUE 0
                                 OCCURS 24 TIMES.

      *> Linha em impressao (um solicitante ou o total geral)
       01 US-LINHA-TRABALHO.
          05 US-TRB-SOLICITANTE PIC X(08).
          05 US-TRB-CONTADORES.
             10 US-TRB-QTDE-TOTAL PIC 9(07) COMP.
             10 US-TRB-QTDE-STATUS PIC 9(07) COMP
                                   OCCURS 5 TIMES.
             10 US-TRB-QTDE-OPERACAO PIC 9(07) COMP
                                     OCCURS 5 TIMES.
             10 US-TRB-QTDE-HORA PIC 9(07) COMP
                                 OCCURS 24 TIMES.

      *> Classificacao da resposta corrente e apuracao da linha
       77 US-IND-STATUS PIC 9(01) COMP VALUE 0.
       77 US-IND-OPERACAO PIC 9(01) COMP VALUE 0.
       77 US-IND-HORA PIC 9(02) COMP VALUE 0.
       77 US-HORA-PICO PIC 9(02) COMP VALUE 0.
       77 US-QTDE-PICO PIC 9(07) COMP VALUE 0.
       77 US-HORA-ED PIC 9(02).
       77 US-QTDE-FATURAVEIS PIC 9(07) COMP VALUE 0.
       77 US-VALOR-COBRANCA PIC 9(11)V99 VALUE 0.
       77 US-VALOR-TOTAL PIC 9(11)V99 VALUE 0.

      *> Contadores do resumo de controle
       77 US-QTDE-LIDAS PIC 9(08) COMP VALUE 0.
       77 US-QTDE-COMPETENCIA PIC 9(08) COMP VALUE 0.
       77 US-QTDE-STATUS-DESCONHECIDO PIC 9(08) COMP VALUE 0.
       77 US-QTDE-ED PIC 9(08).
       77 US-VALOR-ED PIC Z(10)9.99.

      *> Controle de paginacao do relatorio
       77 US-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 US-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 US-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 US-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de uso do servidor intradia
       01 US-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMAUSO - USO DO SERVIDOR INTRADIA".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 US-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 US-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 US-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 US-LIN-PARAMETROS.
          05 FILLER PIC X(14) VALUE "COMPETENCIA: ".
          05 US-PAR-COMPETENCIA PIC X(06).
          05 FILLER PIC X(28)
             VALUE "  PRECO POR REQUISICAO: ".
          05 US-PAR-PRECO PIC Z(04)9.99.
          05 FILLER PIC X(76) VALUE SPACES.

       01 US-LIN-CAB-GRUPOS.
          05 FILLER PIC X(16) VALUE SPACES.
          05 FILLER PIC X(37)
             VALUE "---------- POR STATUS -----------".
          05 FILLER PIC X(35)
             VALUE "-------- POR OPERACAO --------".
          05 FILLER PIC X(11) VALUE "-- PICO --".
          05 FILLER PIC X(33) VALUE "--------- COBRANCA ---------".

       01 US-LIN-CAB-DETALHE.
          05 FILLER PIC X(08) VALUE "SOLICIT.".
          05 FILLER PIC X(07) VALUE "  TOTAL".
          05 FILLER PIC X(07) VALUE "     OK".
          05 FILLER PIC X(07) VALUE " REJEIT".
          05 FILLER PIC X(07) VALUE " OVERFL".
          05 FILLER PIC X(07) VALUE " DUPLIC".
          05 FILLER PIC X(07) VALUE " NEGADO".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(07) VALUE "    ADD".
          05 FILLER PIC X(07) VALUE "    SUB".
          05 FILLER PIC X(07) VALUE "    MUL".
          05 FILLER PIC X(07) VALUE "    AVG".
          05 FILLER PIC X(07) VALUE " OUTRAS".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "HORA   QTD".
          05 FILLER PIC X(01) VALUE SPACES.
          05 FILLER PIC X(07) VALUE " FATUR.".
          05 FILLER PIC X(16) VALUE "           VALOR".
          05 FILLER PIC X(09) VALUE SPACES.

       01 US-LIN-DETALHE.
          05 US-DET-SOLICITANTE PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 US-DET-TOTAL PIC Z(05)9.
          05 US-DET-STATUS OCCURS 5 TIMES.
             10 FILLER PIC X(01).
             10 US-DET-QTDE-STATUS PIC Z(05)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 US-DET-OPERACAO OCCURS 5 TIMES.
             10 FILLER PIC X(01).
             10 US-DET-QTDE-OPERACAO PIC Z(05)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 US-DET-HORA-PICO PIC X(02).
          05 US-DET-SUFIXO-HORA PIC X(01).
          05 FILLER PIC X(01) VALUE SPACES.
          05 US-DET-QTDE-PICO PIC Z(05)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 US-DET-FATURAVEIS PIC Z(05)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 US-DET-VALOR PIC Z(10)9.99.
          05 FILLER PIC X(09) VALUE SPACES.

       01 US-LIN-SECAO.
          05 US-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 US-LIN-NENHUM.
          05 FILLER PIC X(40)
             VALUE "    (NENHUMA REQUISICAO NA COMPETENCIA)".
          05 FILLER PIC X(92) VALUE SPACES.

       01 US-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 US-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT US-HOUVE-ERRO AND NOT US-HOUVE-FALHA-IO
               PERFORM 2000-CARREGA-RESPOSTAS THRU 2000-EXIT
               IF NOT US-HOUVE-FALHA-IO
                   PERFORM 4000-IMPRIME-SOLICITANTES THRU 4000-EXIT
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
      *> 1000-INITIALIZE - exige COMPETENCIA=AAAAMM e o preco
      *> unitario PRECO=nnnnn.nn, abre as respostas SOMARPF e o
      *> relatorio, e imprime o cabecalho da primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO US-DATA-HORA-EXEC.
           ACCEPT US-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING US-ARGUMENTO DELIMITED BY SPACE
               INTO US-PARAMETRO1
                    US-PARAMETRO2
           END-UNSTRING.

           MOVE US-PARAMETRO1 TO US-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE US-PARAMETRO2 TO US-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT US-HOUVE-ERRO AND US-COMPETENCIA = SPACES
               DISPLAY "ERRO: INFORME COMPETENCIA=AAAAMM"
               SET US-HOUVE-ERRO TO TRUE
           END-IF.
           IF NOT US-HOUVE-ERRO AND NOT US-PRECO-INFORMADO
               DISPLAY "ERRO: INFORME PRECO=NNNNN.NN (PRECO POR "
                   "REQUISICAO)"
               SET US-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT US-HOUVE-ERRO
               OPEN INPUT SOMARPF-FILE
               IF US-FS-SOMARPF NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARPF - "
                       "FILE STATUS=" US-FS-SOMARPF
                   SET US-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMAUSR-FILE
               IF US-FS-SOMAUSR NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAUSR - "
                       "FILE STATUS=" US-FS-SOMAUSR
                   SET US-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: COMPETENCIA=AAAAMM ou PRECO=nnnnn.nn. Token em
      *> branco e ignorado; qualquer outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN US-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN US-TOKEN-ATUAL (1:12) = "COMPETENCIA="
                   IF US-TOKEN-ATUAL (13:6) NUMERIC
                           AND US-TOKEN-ATUAL (19:2) = SPACES
                       MOVE US-TOKEN-ATUAL (13:6) TO US-COMPETENCIA
                   ELSE
                       DISPLAY "ERRO: VALOR DE COMPETENCIA= "
                           "INVALIDO - " US-TOKEN-ATUAL
                       SET US-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN US-TOKEN-ATUAL (1:6) = "PRECO="
                   IF US-TOKEN-ATUAL (7:14) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (US-TOKEN-ATUAL (7:14)) = 0
                           AND FUNCTION NUMVAL
                               (US-TOKEN-ATUAL (7:14)) >= 0
                           AND FUNCTION NUMVAL
                               (US-TOKEN-ATUAL (7:14)) < 100000
                       COMPUTE US-PRECO-UNITARIO =
                           FUNCTION NUMVAL (US-TOKEN-ATUAL (7:14))
                       SET US-PRECO-INFORMADO TO TRUE
                   ELSE
                       DISPLAY "ERRO: VALOR DE PRECO= "
                           "INVALIDO - " US-TOKEN-ATUAL
                       SET US-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       US-TOKEN-ATUAL
                   SET US-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-CARREGA-RESPOSTAS - le todas as respostas SOMARPF e
      *> acumula as da competencia por solicitante.
      *> ---------------------------------------------------------
       2000-CARREGA-RESPOSTAS.
           PERFORM 2100-LE-SOMARPF THRU 2100-EXIT.
           PERFORM 2200-ACUMULA-UMA-RESPOSTA THRU 2200-EXIT
               UNTIL US-FIM-SOMARPF.
       2000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2100-LE-SOMARPF - le a proxima resposta.
      *> ---------------------------------------------------------
       2100-LE-SOMARPF.
           READ SOMARPF-FILE
               AT END
                   SET US-FIM-SOMARPF TO TRUE
           END-READ.
           IF US-FS-SOMARPF NOT = "00" AND US-FS-SOMARPF NOT = "10"
               DISPLAY "ERRO: FALHA AO LER SOMARPF - "
                   "FILE STATUS=" US-FS-SOMARPF
               SET US-HOUVE-FALHA-IO TO TRUE
               SET US-FIM-SOMARPF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2200-ACUMULA-UMA-RESPOSTA - classifica a resposta da
      *> competencia pelo status, pela operacao (em branco
      *> equivale a ADD) e pela hora do atendimento, e soma nos
      *> contadores do solicitante e nos totais gerais. Status
      *> desconhecido conta so no total e e informado.
      *> ---------------------------------------------------------
       2200-ACUMULA-UMA-RESPOSTA.
           ADD 1 TO US-QTDE-LIDAS.
           IF SM-RPF-DATA-HORA (1:6) = US-COMPETENCIA
               ADD 1 TO US-QTDE-COMPETENCIA
               MOVE SM-RPF-SOLICITANTE TO US-SOLICITANTE-BUSCA
               PERFORM 3500-LOCALIZA-SOLICITANTE THRU 3500-EXIT
               IF US-SOL-ATUAL > 0
                   SET US-SOL-IDX TO US-SOL-ATUAL
                   ADD 1 TO US-SOL-QTDE-TOTAL (US-SOL-IDX)
                   ADD 1 TO US-TOT-QTDE-TOTAL

                   EVALUATE SM-RPF-STATUS
                       WHEN "OK"
                           MOVE 1 TO US-IND-STATUS
                       WHEN "REJEITADO"
                           MOVE 2 TO US-IND-STATUS
                       WHEN "OVERFLOW"
                           MOVE 3 TO US-IND-STATUS
                       WHEN "DUPLICADO"
                           MOVE 4 TO US-IND-STATUS
                       WHEN "NEGADO"
                           MOVE 5 TO US-IND-STATUS
                       WHEN OTHER
                           MOVE 0 TO US-IND-STATUS
                           ADD 1 TO US-QTDE-STATUS-DESCONHECIDO
                           DISPLAY "AVISO: STATUS DESCONHECIDO EM "
                               "SOMARPF - REQUISICAO="
                               SM-RPF-ID-REQUISICAO
                               " STATUS=" SM-RPF-STATUS
                   END-EVALUATE
                   IF US-IND-STATUS > 0
                       ADD 1 TO US-SOL-QTDE-STATUS
                                    (US-SOL-IDX US-IND-STATUS)
                       ADD 1 TO US-TOT-QTDE-STATUS (US-IND-STATUS)
                   END-IF

                   EVALUATE SM-RPF-OPERACAO
                       WHEN "ADD"
                       WHEN SPACES
                           MOVE 1 TO US-IND-OPERACAO
                       WHEN "SUB"
                           MOVE 2 TO US-IND-OPERACAO
                       WHEN "MUL"
                           MOVE 3 TO US-IND-OPERACAO
                       WHEN "AVG"
                           MOVE 4 TO US-IND-OPERACAO
                       WHEN OTHER
                           MOVE 5 TO US-IND-OPERACAO
                   END-EVALUATE
                   ADD 1 TO US-SOL-QTDE-OPERACAO
                                (US-SOL-IDX US-IND-OPERACAO)
                   ADD 1 TO US-TOT-QTDE-OPERACAO (US-IND-OPERACAO)

                   IF SM-RPF-DATA-HORA (9:2) NUMERIC
                           AND SM-RPF-DATA-HORA (9:2) < "24"
                       MOVE SM-RPF-DATA-HORA (9:2) TO US-HORA-ED
                       COMPUTE US-IND-HORA = US-HORA-ED + 1
                       ADD 1 TO US-SOL-QTDE-HORA
                                    (US-SOL-IDX US-IND-HORA)
                       ADD 1 TO US-TOT-QTDE-HORA (US-IND-HORA)
                   END-IF
               END-IF
           END-IF.

           PERFORM 2100-LE-SOMARPF THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-LOCALIZA-SOLICITANTE - localiza a entrada do
      *> solicitante US-SOLICITANTE-BUSCA e devolve o indice em
      *> US-SOL-ATUAL. Uma entrada nova e inserida, zerada, na
      *> posicao que mantem a tabela em ordem de solicitante.
      *> Tabela cheia devolve US-SOL-ATUAL zero.
      *> ---------------------------------------------------------
       3500-LOCALIZA-SOLICITANTE.
           MOVE "N" TO US-SW-POSICAO-ACHADA.
           MOVE 0 TO US-SOL-ATUAL.
           PERFORM 3510-COMPARA-POSICAO THRU 3510-EXIT
               VARYING US-SOL-IDX FROM 1 BY 1
               UNTIL US-SOL-IDX > US-QTDE-SOLICITANTES
                  OR US-POSICAO-ACHADA.

           IF US-POSICAO-ACHADA
               SET US-SOL-IDX TO US-SOL-ATUAL
           END-IF.
           IF US-POSICAO-ACHADA
                   AND US-SOL-SOLICITANTE (US-SOL-IDX)
                       = US-SOLICITANTE-BUSCA
               CONTINUE
           ELSE
               IF US-QTDE-SOLICITANTES >= US-MAX-SOLICITANTES
                   DISPLAY "ERRO: MAIS DE 500 SOLICITANTES NA "
                       "COMPETENCIA - SOLICITANTE "
                       US-SOLICITANTE-BUSCA " IGNORADO"
                   SET US-HOUVE-ERRO TO TRUE
                   MOVE 0 TO US-SOL-ATUAL
               ELSE
                   IF NOT US-POSICAO-ACHADA
                       COMPUTE US-SOL-ATUAL = US-QTDE-SOLICITANTES + 1
                   END-IF
                   PERFORM 3520-DESLOCA-UMA-ENTRADA THRU 3520-EXIT
                       VARYING US-SOL-ORIGEM FROM US-QTDE-SOLICITANTES
                       BY -1
                       UNTIL US-SOL-ORIGEM < US-SOL-ATUAL
                   ADD 1 TO US-QTDE-SOLICITANTES
                   SET US-SOL-IDX TO US-SOL-ATUAL
                   INITIALIZE US-SOL-ENTRADA (US-SOL-IDX)
                   MOVE US-SOLICITANTE-BUSCA
                       TO US-SOL-SOLICITANTE (US-SOL-IDX)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-COMPARA-POSICAO - marca a primeira entrada da tabela
      *> cujo solicitante nao e menor que o procurado: ou e a
      *> propria entrada, ou e a posicao de insercao.
      *> ---------------------------------------------------------
       3510-COMPARA-POSICAO.
           IF US-SOL-SOLICITANTE (US-SOL-IDX)
                   NOT < US-SOLICITANTE-BUSCA
               SET US-POSICAO-ACHADA TO TRUE
               SET US-SOL-ATUAL TO US-SOL-IDX
           END-IF.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3520-DESLOCA-UMA-ENTRADA - desloca uma entrada da tabela
      *> uma posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3520-DESLOCA-UMA-ENTRADA.
           COMPUTE US-SOL-DESTINO = US-SOL-ORIGEM + 1.
           MOVE US-SOL-ENTRADA (US-SOL-ORIGEM)
               TO US-SOL-ENTRADA (US-SOL-DESTINO).
       3520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-IMPRIME-SOLICITANTES - imprime uma linha por
      *> solicitante, em ordem de codigo.
      *> ---------------------------------------------------------
       4000-IMPRIME-SOLICITANTES.
           MOVE "REQUISICOES POR SOLICITANTE" TO US-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           IF US-QTDE-SOLICITANTES = 0
               MOVE US-LIN-NENHUM TO SOMAUSR-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           ELSE
               PERFORM 4100-IMPRIME-UM-SOLICITANTE THRU 4100-EXIT
                   VARYING US-SOL-IDX FROM 1 BY 1
                   UNTIL US-SOL-IDX > US-QTDE-SOLICITANTES
           END-IF.
       4000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4100-IMPRIME-UM-SOLICITANTE - imprime a linha de um
      *> solicitante e soma o seu valor de cobranca ao total.
      *> ---------------------------------------------------------
       4100-IMPRIME-UM-SOLICITANTE.
           MOVE US-SOL-ENTRADA (US-SOL-IDX) TO US-LINHA-TRABALHO.
           PERFORM 7300-IMPRIME-USO THRU 7300-EXIT.
           ADD US-VALOR-COBRANCA TO US-VALOR-TOTAL
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO VALOR TOTAL DE "
                       "COBRANCA"
                   SET US-HOUVE-OVERFLOW TO TRUE
           END-ADD.
       4100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4200-APURA-PICO - apura, nos contadores por hora da linha
      *> em impressao, a hora com mais requisicoes (a primeira, em
      *> caso de empate) e a quantidade dela.
      *> ---------------------------------------------------------
       4200-APURA-PICO.
           MOVE 0 TO US-HORA-PICO.
           MOVE 0 TO US-QTDE-PICO.
           PERFORM 4210-COMPARA-UMA-HORA THRU 4210-EXIT
               VARYING US-IND-HORA FROM 1 BY 1
               UNTIL US-IND-HORA > 24.
       4200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4210-COMPARA-UMA-HORA - guarda a hora se ela supera o
      *> pico apurado ate aqui.
      *> ---------------------------------------------------------
       4210-COMPARA-UMA-HORA.
           IF US-TRB-QTDE-HORA (US-IND-HORA) > US-QTDE-PICO
               MOVE US-TRB-QTDE-HORA (US-IND-HORA) TO US-QTDE-PICO
               COMPUTE US-HORA-PICO = US-IND-HORA - 1
           END-IF.
       4210-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-IMPRIME-TOTAIS - imprime a linha de total geral da
      *> competencia, com a hora de pico de todo o servico, e o
      *> rodape.
      *> ---------------------------------------------------------
       6000-IMPRIME-TOTAIS.
           MOVE "TOTAL GERAL DA COMPETENCIA" TO US-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE "*TOTAL*" TO US-TRB-SOLICITANTE.
           MOVE US-TOT-CONTADORES TO US-TRB-CONTADORES.
           PERFORM 7300-IMPRIME-USO THRU 7300-EXIT.

           MOVE US-LIN-BRANCO TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE US-LIN-RODAPE TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - exibe os totais de controle.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           DISPLAY "COMPETENCIA=" US-COMPETENCIA.
           MOVE US-PRECO-UNITARIO TO US-PRECO-ED.
           DISPLAY "PRECO-POR-REQUISICAO=" US-PRECO-ED.
           MOVE US-QTDE-LIDAS TO US-QTDE-ED.
           DISPLAY "RESPOSTAS-LIDAS=" US-QTDE-ED.
           MOVE US-QTDE-COMPETENCIA TO US-QTDE-ED.
           DISPLAY "RESPOSTAS-DA-COMPETENCIA=" US-QTDE-ED.
           MOVE US-QTDE-SOLICITANTES TO US-QTDE-ED.
           DISPLAY "SOLICITANTES=" US-QTDE-ED.
           MOVE US-QTDE-STATUS-DESCONHECIDO TO US-QTDE-ED.
           DISPLAY "STATUS-DESCONHECIDOS=" US-QTDE-ED.
           COMPUTE US-QTDE-ED = US-TOT-QTDE-STATUS (1)
               + US-TOT-QTDE-STATUS (2) + US-TOT-QTDE-STATUS (3).
           DISPLAY "REQUISICOES-COBRADAS=" US-QTDE-ED.
           MOVE US-VALOR-TOTAL TO US-VALOR-ED.
           DISPLAY "VALOR-TOTAL-COBRANCA=" US-VALOR-ED.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF US-LINHAS-PAGINA >= US-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMAUSR-RECORD.
           IF US-FS-SOMAUSR NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAUSR - "
                   "FILE STATUS=" US-FS-SOMAUSR
               SET US-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO US-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros, o cabecalho das colunas e uma linha
      *> em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO US-NUM-PAGINA.
           MOVE 0 TO US-LINHAS-PAGINA.

           MOVE US-DATA-HORA-EXEC (1:8) TO US-TIT-DATA.
           MOVE US-DATA-HORA-EXEC (9:6) TO US-TIT-HORA.
           MOVE US-NUM-PAGINA TO US-TIT-PAGINA.
           MOVE US-LIN-TITULO TO SOMAUSR-RECORD.
           WRITE SOMAUSR-RECORD.
           IF US-FS-SOMAUSR NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAUSR - "
                   "FILE STATUS=" US-FS-SOMAUSR
               SET US-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE US-COMPETENCIA TO US-PAR-COMPETENCIA.
           MOVE US-PRECO-UNITARIO TO US-PAR-PRECO.
           MOVE US-LIN-PARAMETROS TO SOMAUSR-RECORD.
           WRITE SOMAUSR-RECORD.
           MOVE US-LIN-BRANCO TO SOMAUSR-RECORD.
           WRITE SOMAUSR-RECORD.
           MOVE US-LIN-CAB-GRUPOS TO SOMAUSR-RECORD.
           WRITE SOMAUSR-RECORD.
           MOVE US-LIN-CAB-DETALHE TO SOMAUSR-RECORD.
           WRITE SOMAUSR-RECORD.
           ADD 5 TO US-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (US-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE US-LIN-BRANCO TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE US-LIN-SECAO TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE US-LIN-BRANCO TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7300-IMPRIME-USO - monta e imprime a linha de uso da
      *> linha em trabalho (solicitante ou total geral): contagens
      *> por status e por operacao, hora de pico, requisicoes
      *> cobradas (OK, REJEITADO e OVERFLOW) e o valor a cobrar,
      *> deixado em US-VALOR-COBRANCA.
      *> ---------------------------------------------------------
       7300-IMPRIME-USO.
           MOVE SPACES TO US-LIN-DETALHE.
           MOVE US-TRB-SOLICITANTE TO US-DET-SOLICITANTE.
           MOVE US-TRB-QTDE-TOTAL TO US-DET-TOTAL.
           PERFORM 7310-FORMATA-UMA-COLUNA THRU 7310-EXIT
               VARYING US-IND-STATUS FROM 1 BY 1
               UNTIL US-IND-STATUS > 5.

           PERFORM 4200-APURA-PICO THRU 4200-EXIT.
           IF US-QTDE-PICO > 0
               MOVE US-HORA-PICO TO US-HORA-ED
               MOVE US-HORA-ED TO US-DET-HORA-PICO
               MOVE "H" TO US-DET-SUFIXO-HORA
               MOVE US-QTDE-PICO TO US-DET-QTDE-PICO
           END-IF.

           COMPUTE US-QTDE-FATURAVEIS = US-TRB-QTDE-STATUS (1)
               + US-TRB-QTDE-STATUS (2) + US-TRB-QTDE-STATUS (3).
           MOVE US-QTDE-FATURAVEIS TO US-DET-FATURAVEIS.
           COMPUTE US-VALOR-COBRANCA ROUNDED
               = US-QTDE-FATURAVEIS * US-PRECO-UNITARIO
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO VALOR DE COBRANCA - "
                       US-TRB-SOLICITANTE
                   SET US-HOUVE-OVERFLOW TO TRUE
                   MOVE 0 TO US-VALOR-COBRANCA
           END-COMPUTE.
           MOVE US-VALOR-COBRANCA TO US-DET-VALOR.

           MOVE US-LIN-DETALHE TO SOMAUSR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7310-FORMATA-UMA-COLUNA - move a contagem do status e a
      *> da operacao de mesmo indice para a linha de detalhe.
      *> ---------------------------------------------------------
       7310-FORMATA-UMA-COLUNA.
           MOVE US-TRB-QTDE-STATUS (US-IND-STATUS)
               TO US-DET-QTDE-STATUS (US-IND-STATUS).
           MOVE US-TRB-QTDE-OPERACAO (US-IND-STATUS)
               TO US-DET-QTDE-OPERACAO (US-IND-STATUS).
       7310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  relatorio gerado com sucesso
      *>    4  parametro invalido ou tabela de solicitantes
      *>       excedida
      *>    8  overflow num valor de cobranca ou falha de E/S
      *>       irrecuperavel
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN US-HOUVE-FALHA-IO OR US-HOUVE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN US-HOUVE-ERRO
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
           CLOSE SOMARPF-FILE.
           CLOSE SOMAUSR-FILE.
       9000-EXIT.
           EXIT.
