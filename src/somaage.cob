IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAAGE.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-13.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-13  RFS    Versao original: aging das pendencias
      *>                       em suspenso. Le o registro SOMASUS
      *>                       (transacoes rejeitadas ainda nao
      *>                       lancadas) e imprime no SOMAAGL as
      *>                       pendencias em aberto (abertas ou
      *>                       ressubmetidas) por faixa de idade em
      *>                       dias uteis - 0-1, 2-5, 6-15 e mais de
      *>                       15 - por motivo da rejeicao e por
      *>                       sistema de origem, a lista das que
      *>                       passam da idade maxima (IDADE-MAXIMA=,
      *>                       padrao 15) e o movimento desde a
      *>                       execucao anterior (abertas,
      *>                       ressubmetidas e liquidadas), guardada
      *>                       no arquivo de controle SOMAAGC. A
      *>                       idade e contada da data de negocio do
      *>                       lote que rejeitou ate a data de
      *>                       referencia (DATA=, padrao a data do
      *>                       dia), sem sabados e domingos. Uma
      *>                       pendencia acima da idade maxima
      *>                       devolve RETURN-CODE 12.
      *>    2026-10-15  RFS    Pendencia acima da idade maxima
      *>                       (RETURN-CODE 12) passa a prevalecer
      *>                       sobre a tabela de motivos ou de
      *>                       sistemas excedida, que so trunca os
      *>                       quadros e nao esconde mais o alerta.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMASUS-FILE ASSIGN TO "SOMASUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUS-CHAVE
               FILE STATUS IS AG-FS-SOMASUS.

           SELECT SOMAAGC-FILE ASSIGN TO "SOMAAGC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AG-FS-SOMAAGC.

           SELECT SOMAAGL-FILE ASSIGN TO "SOMAAGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AG-FS-SOMAAGL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMASUS-FILE.
       01  SOMASUS-RECORD.
           COPY SOMASUS.

       FD  SOMAAGC-FILE
           RECORDING MODE IS F.
       01  SOMAAGC-RECORD.
           COPY SOMAAGC.

       FD  SOMAAGL-FILE
           RECORDING MODE IS F.
       01  SOMAAGL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 AG-FS-SOMASUS PIC X(02) VALUE "00".
       77 AG-FS-SOMAAGC PIC X(02) VALUE "00".
       77 AG-FS-SOMAAGL PIC X(02) VALUE "00".

       77 AG-SW-EOF-SOMASUS PIC X(01) VALUE "N".
          88 AG-FIM-SOMASUS VALUE "S".

       77 AG-SW-SOMASUS-ABERTO PIC X(01) VALUE "N".
          88 AG-SOMASUS-ABERTO VALUE "S".

       77 AG-SW-PRIMEIRA-EXECUCAO PIC X(01) VALUE "N".
          88 AG-PRIMEIRA-EXECUCAO VALUE "S".

       77 AG-SW-ERRO PIC X(01) VALUE "N".
          88 AG-HOUVE-ERRO VALUE "S".

       77 AG-SW-FALHA-IO PIC X(01) VALUE "N".
          88 AG-HOUVE-FALHA-IO VALUE "S".

       77 AG-SW-TABELA-EXCEDIDA PIC X(01) VALUE "N".
          88 AG-TABELA-EXCEDIDA VALUE "S".

       77 AG-SW-ACIMA-IDADE PIC X(01) VALUE "N".
          88 AG-HA-ACIMA-IDADE VALUE "S".

      *> Parametros da linha de comando: data de referencia do
      *> aging (em branco = data do dia) e idade maxima, em dias
      *> uteis, de uma pendencia em aberto.
       01 AG-ARGUMENTO PIC X(100).
       77 AG-PARAMETRO1 PIC X(20).
       77 AG-PARAMETRO2 PIC X(20).
       77 AG-TOKEN-ATUAL PIC X(20).
       77 AG-DATA-REFERENCIA PIC X(08) VALUE SPACES.
       77 AG-DATA-REFERENCIA-N REDEFINES AG-DATA-REFERENCIA
                               PIC 9(08).
       77 AG-IDADE-MAXIMA PIC 9(03) VALUE 15.

      *> Execucao anterior, lida do SOMAAGC (zerada na primeira
      *> execucao, para que todo o registro conte como movimento)
       01 AG-ULTIMA-EXECUCAO.
          05 AG-ULT-DATA-EXECUCAO PIC X(08) VALUE ALL "0".
          05 AG-ULT-HORA-EXECUCAO PIC X(06) VALUE ALL "0".
       77 AG-ULT-DATA-REFERENCIA PIC X(08) VALUE SPACES.
       77 AG-ULT-QTDE-EM-ABERTO PIC 9(08) VALUE 0.

      *> Idade da pendencia corrente em dias uteis: semanas
      *> inteiras valem 5 dias; os dias que sobram sao conferidos um
      *> a um (o dia 1 do calendario inteiro e uma segunda-feira).
       77 AG-DATA-PENDENCIA-N PIC 9(08) VALUE 0.
       77 AG-DIA-INICIAL PIC 9(07) COMP VALUE 0.
       77 AG-DIA-FINAL PIC 9(07) COMP VALUE 0.
       77 AG-DIA-CORRENTE PIC 9(07) COMP VALUE 0.
       77 AG-QTDE-DIAS PIC 9(07) COMP VALUE 0.
       77 AG-QTDE-SEMANAS PIC 9(07) COMP VALUE 0.
       77 AG-DIAS-RESTANTES PIC 9(01) COMP VALUE 0.
       77 AG-DIA-DA-SEMANA PIC 9(01) COMP VALUE 0.
       77 AG-QUOCIENTE PIC 9(07) COMP VALUE 0.
       77 AG-IDX-DIA PIC 9(01) COMP VALUE 0.
       77 AG-IDADE PIC 9(05) COMP VALUE 0.
       77 AG-FAIXA PIC 9(01) COMP VALUE 0.
       77 AG-FX PIC 9(01) COMP VALUE 0.

      *> Pendencias em aberto por motivo da rejeicao, em ordem de
      *> chave. Faixas de idade: 1 = 0-1, 2 = 2-5, 3 = 6-15 e
      *> 4 = mais de 15 dias uteis.
       77 AG-MAX-MOTIVOS PIC 9(03) COMP VALUE 200.
       01 AG-TABELA-MOTIVOS.
          05 AG-MOT-ENTRADA OCCURS 200 TIMES
                            INDEXED BY AG-MOT-IDX.
             10 AG-MOT-CHAVE PIC X(20).
             10 AG-MOT-CONTADORES.
                15 AG-MOT-QTDE-FAIXA PIC 9(08) COMP OCCURS 4 TIMES.
                15 AG-MOT-QTDE-TOTAL PIC 9(08) COMP.
                15 AG-MOT-QTDE-RESSUBMETIDAS PIC 9(08) COMP.
                15 AG-MOT-QTDE-ACIMA PIC 9(08) COMP.
       77 AG-QTDE-MOTIVOS PIC 9(03) COMP VALUE 0.
       77 AG-MOT-ATUAL PIC 9(03) COMP VALUE 0.
       77 AG-MOT-ORIGEM PIC 9(03) COMP VALUE 0.
       77 AG-MOT-DESTINO PIC 9(03) COMP VALUE 0.
       77 AG-MOT-CHAVE-BUSCA PIC X(20).

      *> Pendencias em aberto por sistema de origem, em ordem de
      *> chave, com as mesmas faixas.
       77 AG-MAX-SISTEMAS PIC 9(03) COMP VALUE 200.
       01 AG-TABELA-SISTEMAS.
          05 AG-SIS-ENTRADA OCCURS 200 TIMES
                            INDEXED BY AG-SIS-IDX.
             10 AG-SIS-CHAVE PIC X(08).
             10 AG-SIS-CONTADORES.
                15 AG-SIS-QTDE-FAIXA PIC 9(08) COMP OCCURS 4 TIMES.
                15 AG-SIS-QTDE-TOTAL PIC 9(08) COMP.
                15 AG-SIS-QTDE-RESSUBMETIDAS PIC 9(08) COMP.
                15 AG-SIS-QTDE-ACIMA PIC 9(08) COMP.
       77 AG-QTDE-SISTEMAS PIC 9(03) COMP VALUE 0.
       77 AG-SIS-ATUAL PIC 9(03) COMP VALUE 0.
       77 AG-SIS-ORIGEM PIC 9(03) COMP VALUE 0.
       77 AG-SIS-DESTINO PIC 9(03) COMP VALUE 0.
       77 AG-SIS-CHAVE-BUSCA PIC X(08).

       77 AG-SW-POSICAO-ACHADA PIC X(01) VALUE "N".
          88 AG-POSICAO-ACHADA VALUE "S".

      *> Totais gerais das pendencias em aberto e contadores da
      *> linha que esta sendo impressa
       01 AG-TOT-CONTADORES.
          05 AG-TOT-QTDE-FAIXA PIC 9(08) COMP OCCURS 4 TIMES.
          05 AG-TOT-QTDE-TOTAL PIC 9(08) COMP.
          05 AG-TOT-QTDE-RESSUBMETIDAS PIC 9(08) COMP.
          05 AG-TOT-QTDE-ACIMA PIC 9(08) COMP.
       01 AG-LINHA-CONTADORES.
          05 AG-LCT-QTDE-FAIXA PIC 9(08) COMP OCCURS 4 TIMES.
          05 AG-LCT-QTDE-TOTAL PIC 9(08) COMP.
          05 AG-LCT-QTDE-RESSUBMETIDAS PIC 9(08) COMP.
          05 AG-LCT-QTDE-ACIMA PIC 9(08) COMP.
       77 AG-LCT-CHAVE PIC X(20).

      *> Contadores do resumo de controle e do movimento desde a
      *> execucao anterior
       77 AG-QTDE-LIDAS PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-LIQUIDADAS-TOTAL PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-DATA-INVALIDA PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-NOVAS PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-NOVAS-RESSUBMISSOES PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-NOVAS-LIQUIDACOES PIC 9(08) COMP VALUE 0.
       77 AG-QTDE-ED PIC 9(08).
       77 AG-IDADE-ED PIC ZZ9.

      *> Controle de paginacao do relatorio
       77 AG-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 AG-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 AG-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 AG-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de aging
       01 AG-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMAAGE - AGING DAS PENDENCIAS EM SUSPENSO".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 AG-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 AG-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 AG-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 AG-LIN-PARAMETROS.
          05 FILLER PIC X(20) VALUE "DATA DE REFERENCIA: ".
          05 AG-PAR-DATA-REFERENCIA PIC X(08).
          05 FILLER PIC X(16) VALUE "  IDADE MAXIMA: ".
          05 AG-PAR-IDADE-MAXIMA PIC ZZ9.
          05 FILLER PIC X(11) VALUE " DIAS UTEIS".
          05 FILLER PIC X(74) VALUE SPACES.

       01 AG-LIN-CAB-ITEM.
          05 FILLER PIC X(13) VALUE "ID-TRANSACAO".
          05 FILLER PIC X(10) VALUE "DATA NEG".
          05 FILLER PIC X(10) VALUE "ORIGEM".
          05 FILLER PIC X(21) VALUE "MOTIVO DA REJEICAO".
          05 FILLER PIC X(14) VALUE "SITUACAO".
          05 FILLER PIC X(06) VALUE " IDADE".
          05 FILLER PIC X(06) VALUE "  REJ.".
          05 FILLER PIC X(10) VALUE "  REGISTRO".
          05 FILLER PIC X(42) VALUE SPACES.

       01 AG-LIN-ITEM.
          05 AG-ITE-ID PIC X(12).
          05 FILLER PIC X(01) VALUE SPACES.
          05 AG-ITE-DATA PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 AG-ITE-ORIGEM PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 AG-ITE-MOTIVO PIC X(20).
          05 FILLER PIC X(01) VALUE SPACES.
          05 AG-ITE-SITUACAO PIC X(12).
          05 FILLER PIC X(03) VALUE SPACES.
          05 AG-ITE-IDADE PIC ZZZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 AG-ITE-REJEICOES PIC ZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 AG-ITE-REGISTRO PIC Z(07)9.
          05 FILLER PIC X(42) VALUE SPACES.

       01 AG-LIN-CAB-FAIXA.
          05 AG-CAB-CHAVE PIC X(21).
          05 FILLER PIC X(10) VALUE "  0-1 DIA".
          05 FILLER PIC X(10) VALUE " 2-5 DIAS".
          05 FILLER PIC X(10) VALUE "6-15 DIAS".
          05 FILLER PIC X(10) VALUE " >15 DIAS".
          05 FILLER PIC X(10) VALUE "    TOTAL".
          05 FILLER PIC X(10) VALUE " RESSUBM.".
          05 FILLER PIC X(10) VALUE "ACIMA MAX".
          05 FILLER PIC X(41) VALUE SPACES.

       01 AG-LIN-FAIXA.
          05 AG-FXL-CHAVE PIC X(20).
          05 AG-FXL-FAIXAS OCCURS 4 TIMES.
             10 FILLER PIC X(02).
             10 AG-FXL-QTDE-FAIXA PIC Z(06)9.
             10 FILLER PIC X(01).
          05 FILLER PIC X(02).
          05 AG-FXL-QTDE-TOTAL PIC Z(06)9.
          05 FILLER PIC X(03).
          05 AG-FXL-QTDE-RESSUBMETIDAS PIC Z(06)9.
          05 FILLER PIC X(03).
          05 AG-FXL-QTDE-ACIMA PIC Z(06)9.
          05 FILLER PIC X(42).

       01 AG-LIN-MOVIMENTO.
          05 FILLER PIC X(04) VALUE SPACES.
          05 AG-MOV-ROTULO PIC X(40).
          05 AG-MOV-QTDE PIC Z(07)9.
          05 FILLER PIC X(80) VALUE SPACES.

       01 AG-LIN-SECAO.
          05 AG-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 AG-LIN-MENSAGEM.
          05 FILLER PIC X(04) VALUE SPACES.
          05 AG-MSG-TEXTO PIC X(70).
          05 FILLER PIC X(58) VALUE SPACES.

       01 AG-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 AG-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT AG-HOUVE-ERRO AND NOT AG-HOUVE-FALHA-IO
               PERFORM 3000-APURA-PENDENCIAS THRU 3000-EXIT
               IF NOT AG-HOUVE-FALHA-IO
                   PERFORM 5000-IMPRIME-MOTIVOS THRU 5000-EXIT
                   PERFORM 5500-IMPRIME-SISTEMAS THRU 5500-EXIT
                   PERFORM 5800-IMPRIME-MOVIMENTO THRU 5800-EXIT
                   PERFORM 6000-GRAVA-CONTROLE THRU 6000-EXIT
                   PERFORM 6500-EXIBE-RESUMO THRU 6500-EXIT
               END-IF
               PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - trata DATA= e IDADE-MAXIMA= (ambos
      *> opcionais), le a execucao anterior do SOMAAGC, abre o
      *> registro SOMASUS e o relatorio, e imprime o cabecalho da
      *> primeira pagina. A ausencia do SOMASUS nao e erro: nenhum
      *> lote rejeitou transacao desde a sua implantacao.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO AG-DATA-HORA-EXEC.
           ACCEPT AG-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING AG-ARGUMENTO DELIMITED BY SPACE
               INTO AG-PARAMETRO1
                    AG-PARAMETRO2
           END-UNSTRING.

           MOVE AG-PARAMETRO1 TO AG-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE AG-PARAMETRO2 TO AG-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT AG-HOUVE-ERRO AND AG-DATA-REFERENCIA = SPACES
               MOVE AG-DATA-HORA-EXEC (1:8) TO AG-DATA-REFERENCIA
           END-IF.

           IF NOT AG-HOUVE-ERRO
               PERFORM 1200-LE-CONTROLE THRU 1200-EXIT

               OPEN INPUT SOMASUS-FILE
               EVALUATE AG-FS-SOMASUS
                   WHEN "00"
                       SET AG-SOMASUS-ABERTO TO TRUE
                   WHEN "35"
                       DISPLAY "AVISO: ARQUIVO SOMASUS NAO ENCONTRADO"
                           " - NENHUMA PENDENCIA REGISTRADA"
                   WHEN OTHER
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASUS"
                           " - FILE STATUS=" AG-FS-SOMASUS
                       SET AG-HOUVE-FALHA-IO TO TRUE
               END-EVALUATE

               OPEN OUTPUT SOMAAGL-FILE
               IF AG-FS-SOMAAGL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAAGL - "
                       "FILE STATUS=" AG-FS-SOMAAGL
                   SET AG-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: DATA=AAAAMMDD (data valida) ou IDADE-MAXIMA=nnn
      *> (dias uteis, inteiro de 0 a 999). Token em branco e
      *> ignorado; qualquer outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN AG-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN AG-TOKEN-ATUAL (1:5) = "DATA="
                   IF AG-TOKEN-ATUAL (6:8) NUMERIC
                           AND AG-TOKEN-ATUAL (14:7) = SPACES
                       MOVE AG-TOKEN-ATUAL (6:8) TO AG-DATA-REFERENCIA
                   END-IF
                   IF AG-DATA-REFERENCIA = SPACES
                       DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                           AG-TOKEN-ATUAL
                       SET AG-HOUVE-ERRO TO TRUE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (AG-DATA-REFERENCIA-N) NOT = 0
                           DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                               AG-TOKEN-ATUAL
                           SET AG-HOUVE-ERRO TO TRUE
                       END-IF
                   END-IF
               WHEN AG-TOKEN-ATUAL (1:13) = "IDADE-MAXIMA="
                   IF AG-TOKEN-ATUAL (14:7) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (AG-TOKEN-ATUAL (14:7)) = 0
                           AND FUNCTION NUMVAL
                               (AG-TOKEN-ATUAL (14:7)) >= 0
                           AND FUNCTION NUMVAL
                               (AG-TOKEN-ATUAL (14:7)) < 1000
                           AND FUNCTION NUMVAL
                               (AG-TOKEN-ATUAL (14:7)) =
                               FUNCTION INTEGER-PART (FUNCTION NUMVAL
                               (AG-TOKEN-ATUAL (14:7)))
                       COMPUTE AG-IDADE-MAXIMA =
                           FUNCTION NUMVAL (AG-TOKEN-ATUAL (14:7))
                   ELSE
                       DISPLAY "ERRO: VALOR DE IDADE-MAXIMA= "
                           "INVALIDO - " AG-TOKEN-ATUAL
                       SET AG-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       AG-TOKEN-ATUAL
                   SET AG-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-LE-CONTROLE - le do SOMAAGC a data/hora da execucao
      *> anterior, a partir da qual o movimento e contado. Sem o
      *> arquivo (ou vazio) e a primeira execucao.
      *> ---------------------------------------------------------
       1200-LE-CONTROLE.
           OPEN INPUT SOMAAGC-FILE.
           EVALUATE AG-FS-SOMAAGC
               WHEN "00"
                   READ SOMAAGC-FILE
                       AT END
                           SET AG-PRIMEIRA-EXECUCAO TO TRUE
                       NOT AT END
                           MOVE SM-AGC-ULTIMA-EXECUCAO
                               TO AG-ULTIMA-EXECUCAO
                           MOVE SM-AGC-DATA-REFERENCIA
                               TO AG-ULT-DATA-REFERENCIA
                           MOVE SM-AGC-QTDE-EM-ABERTO
                               TO AG-ULT-QTDE-EM-ABERTO
                   END-READ
                   CLOSE SOMAAGC-FILE
               WHEN "35"
                   SET AG-PRIMEIRA-EXECUCAO TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAAGC - "
                       "FILE STATUS=" AG-FS-SOMAAGC
                   SET AG-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-APURA-PENDENCIAS - percorre o SOMASUS inteiro em
      *> ordem de chave: conta o movimento desde a execucao
      *> anterior, acumula as pendencias em aberto por faixa de
      *> idade e imprime, ja nesta passagem, a secao das que
      *> passam da idade maxima.
      *> ---------------------------------------------------------
       3000-APURA-PENDENCIAS.
           MOVE "PENDENCIAS EM ABERTO ACIMA DA IDADE MAXIMA"
               TO AG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE AG-LIN-CAB-ITEM TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           IF AG-SOMASUS-ABERTO
               PERFORM 3100-LE-SOMASUS THRU 3100-EXIT
               PERFORM 3200-APURA-UMA-PENDENCIA THRU 3200-EXIT
                   UNTIL AG-FIM-SOMASUS OR AG-HOUVE-FALHA-IO
           END-IF.

           IF NOT AG-HA-ACIMA-IDADE
               MOVE "NENHUMA PENDENCIA ACIMA DA IDADE MAXIMA"
                   TO AG-MSG-TEXTO
               MOVE AG-LIN-MENSAGEM TO SOMAAGL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-LE-SOMASUS - le a proxima pendencia do registro, em
      *> ordem de chave.
      *> ---------------------------------------------------------
       3100-LE-SOMASUS.
           READ SOMASUS-FILE NEXT
               AT END
                   SET AG-FIM-SOMASUS TO TRUE
           END-READ.
           IF NOT AG-FIM-SOMASUS AND AG-FS-SOMASUS NOT = "00"
               DISPLAY "ERRO: FALHA AO LER SOMASUS - "
                   "FILE STATUS=" AG-FS-SOMASUS
               SET AG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-APURA-UMA-PENDENCIA - conta o movimento da pendencia
      *> corrente desde a execucao anterior (abertura, ressubmissao
      *> e liquidacao com data/hora posterior a dela) e, se ela
      *> esta em aberto, calcula a idade, acumula-a na faixa do seu
      *> motivo, do seu sistema de origem e do total geral e, acima
      *> da idade maxima, imprime-a. Le a proxima.
      *> ---------------------------------------------------------
       3200-APURA-UMA-PENDENCIA.
           ADD 1 TO AG-QTDE-LIDAS.
           IF SM-SUS-ABERTURA > AG-ULTIMA-EXECUCAO
               ADD 1 TO AG-QTDE-NOVAS
           END-IF.
           IF SM-SUS-RESSUBMISSAO > AG-ULTIMA-EXECUCAO
               ADD 1 TO AG-QTDE-NOVAS-RESSUBMISSOES
           END-IF.
           IF SM-SUS-LIQUIDADA
               ADD 1 TO AG-QTDE-LIQUIDADAS-TOTAL
               IF SM-SUS-LIQUIDACAO > AG-ULTIMA-EXECUCAO
                   ADD 1 TO AG-QTDE-NOVAS-LIQUIDACOES
               END-IF
           END-IF.

           IF SM-SUS-EM-ABERTO
               PERFORM 3300-CALCULA-IDADE THRU 3300-EXIT
               EVALUATE TRUE
                   WHEN AG-IDADE <= 1
                       MOVE 1 TO AG-FAIXA
                   WHEN AG-IDADE <= 5
                       MOVE 2 TO AG-FAIXA
                   WHEN AG-IDADE <= 15
                       MOVE 3 TO AG-FAIXA
                   WHEN OTHER
                       MOVE 4 TO AG-FAIXA
               END-EVALUATE
               MOVE SM-SUS-MOTIVO TO AG-MOT-CHAVE-BUSCA
               PERFORM 3500-LOCALIZA-MOTIVO THRU 3500-EXIT
               MOVE SM-SUS-SISTEMA-ORIGEM TO AG-SIS-CHAVE-BUSCA
               PERFORM 3600-LOCALIZA-SISTEMA THRU 3600-EXIT
               PERFORM 3400-ACUMULA-FAIXA THRU 3400-EXIT
               IF AG-IDADE > AG-IDADE-MAXIMA
                   SET AG-HA-ACIMA-IDADE TO TRUE
                   PERFORM 3450-IMPRIME-ACIMA-IDADE THRU 3450-EXIT
               END-IF
           END-IF.

           PERFORM 3100-LE-SOMASUS THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-CALCULA-IDADE - idade da pendencia corrente em dias
      *> uteis (segunda a sexta) depois da data de negocio da
      *> chave, ate a data de referencia inclusive: rejeitada na
      *> sexta-feira e apurada na segunda, idade 1. Data de negocio
      *> invalida (nao deveria ocorrer: o header do lote e
      *> validado) conta como idade zero, com aviso.
      *> ---------------------------------------------------------
       3300-CALCULA-IDADE.
           MOVE 0 TO AG-IDADE.
           MOVE 0 TO AG-DATA-PENDENCIA-N.
           IF SM-SUS-DATA-NEGOCIO NUMERIC
               MOVE SM-SUS-DATA-NEGOCIO TO AG-DATA-PENDENCIA-N
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (AG-DATA-PENDENCIA-N)
                   NOT = 0
               ADD 1 TO AG-QTDE-DATA-INVALIDA
               DISPLAY "AVISO: PENDENCIA " SM-SUS-ID-TRANSACAO
                   " COM DATA DE NEGOCIO INVALIDA - "
                   SM-SUS-DATA-NEGOCIO
           ELSE
               COMPUTE AG-DIA-INICIAL =
                   FUNCTION INTEGER-OF-DATE (AG-DATA-PENDENCIA-N)
               COMPUTE AG-DIA-FINAL =
                   FUNCTION INTEGER-OF-DATE (AG-DATA-REFERENCIA-N)
               IF AG-DIA-FINAL > AG-DIA-INICIAL
                   COMPUTE AG-QTDE-DIAS = AG-DIA-FINAL - AG-DIA-INICIAL
                   DIVIDE AG-QTDE-DIAS BY 7 GIVING AG-QTDE-SEMANAS
                       REMAINDER AG-DIAS-RESTANTES
                   COMPUTE AG-IDADE = AG-QTDE-SEMANAS * 5
                   PERFORM 3310-CONFERE-UM-DIA THRU 3310-EXIT
                       VARYING AG-IDX-DIA FROM 1 BY 1
                       UNTIL AG-IDX-DIA > AG-DIAS-RESTANTES
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3310-CONFERE-UM-DIA - soma 1 a idade se o dia que sobra
      *> das semanas inteiras e de segunda a sexta (resto 0 a 4 da
      *> divisao por 7 do numero do dia menos 1).
      *> ---------------------------------------------------------
       3310-CONFERE-UM-DIA.
           COMPUTE AG-DIA-CORRENTE = AG-DIA-INICIAL
               + AG-QTDE-SEMANAS * 7 + AG-IDX-DIA - 1.
           DIVIDE AG-DIA-CORRENTE BY 7 GIVING AG-QUOCIENTE
               REMAINDER AG-DIA-DA-SEMANA.
           IF AG-DIA-DA-SEMANA < 5
               ADD 1 TO AG-IDADE
           END-IF.
       3310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-ACUMULA-FAIXA - soma a pendencia corrente na faixa
      *> AG-FAIXA do seu motivo (AG-MOT-ATUAL), do seu sistema de
      *> origem (AG-SIS-ATUAL) e do total geral. Motivo ou sistema
      *> fora da tabela excedida entra somente no total geral.
      *> ---------------------------------------------------------
       3400-ACUMULA-FAIXA.
           ADD 1 TO AG-TOT-QTDE-FAIXA (AG-FAIXA).
           ADD 1 TO AG-TOT-QTDE-TOTAL.
           IF SM-SUS-RESSUBMETIDA
               ADD 1 TO AG-TOT-QTDE-RESSUBMETIDAS
           END-IF.
           IF AG-IDADE > AG-IDADE-MAXIMA
               ADD 1 TO AG-TOT-QTDE-ACIMA
           END-IF.

           IF AG-MOT-ATUAL > 0
               SET AG-MOT-IDX TO AG-MOT-ATUAL
               ADD 1 TO AG-MOT-QTDE-FAIXA (AG-MOT-IDX AG-FAIXA)
               ADD 1 TO AG-MOT-QTDE-TOTAL (AG-MOT-IDX)
               IF SM-SUS-RESSUBMETIDA
                   ADD 1 TO AG-MOT-QTDE-RESSUBMETIDAS (AG-MOT-IDX)
               END-IF
               IF AG-IDADE > AG-IDADE-MAXIMA
                   ADD 1 TO AG-MOT-QTDE-ACIMA (AG-MOT-IDX)
               END-IF
           END-IF.

           IF AG-SIS-ATUAL > 0
               SET AG-SIS-IDX TO AG-SIS-ATUAL
               ADD 1 TO AG-SIS-QTDE-FAIXA (AG-SIS-IDX AG-FAIXA)
               ADD 1 TO AG-SIS-QTDE-TOTAL (AG-SIS-IDX)
               IF SM-SUS-RESSUBMETIDA
                   ADD 1 TO AG-SIS-QTDE-RESSUBMETIDAS (AG-SIS-IDX)
               END-IF
               IF AG-IDADE > AG-IDADE-MAXIMA
                   ADD 1 TO AG-SIS-QTDE-ACIMA (AG-SIS-IDX)
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3450-IMPRIME-ACIMA-IDADE - imprime a pendencia corrente,
      *> em aberto e acima da idade maxima.
      *> ---------------------------------------------------------
       3450-IMPRIME-ACIMA-IDADE.
           MOVE SM-SUS-ID-TRANSACAO TO AG-ITE-ID.
           MOVE SM-SUS-DATA-NEGOCIO TO AG-ITE-DATA.
           MOVE SM-SUS-SISTEMA-ORIGEM TO AG-ITE-ORIGEM.
           MOVE SM-SUS-MOTIVO TO AG-ITE-MOTIVO.
           IF SM-SUS-RESSUBMETIDA
               MOVE "RESSUBMETIDA" TO AG-ITE-SITUACAO
           ELSE
               MOVE "ABERTA" TO AG-ITE-SITUACAO
           END-IF.
           MOVE AG-IDADE TO AG-ITE-IDADE.
           MOVE SM-SUS-QTDE-REJEICOES TO AG-ITE-REJEICOES.
           MOVE SM-SUS-NUM-REGISTRO TO AG-ITE-REGISTRO.
           MOVE AG-LIN-ITEM TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       3450-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-LOCALIZA-MOTIVO - localiza na tabela ordenada o
      *> motivo AG-MOT-CHAVE-BUSCA ou o insere na posicao certa,
      *> deslocando os seguintes; devolve a posicao em AG-MOT-ATUAL
      *> (zero com a tabela excedida).
      *> ---------------------------------------------------------
       3500-LOCALIZA-MOTIVO.
           MOVE "N" TO AG-SW-POSICAO-ACHADA.
           MOVE 0 TO AG-MOT-ATUAL.
           PERFORM 3510-COMPARA-MOTIVO THRU 3510-EXIT
               VARYING AG-MOT-IDX FROM 1 BY 1
               UNTIL AG-MOT-IDX > AG-QTDE-MOTIVOS
                  OR AG-POSICAO-ACHADA.

           IF AG-POSICAO-ACHADA
               SET AG-MOT-IDX TO AG-MOT-ATUAL
           END-IF.
           IF AG-POSICAO-ACHADA
                   AND AG-MOT-CHAVE (AG-MOT-IDX) = AG-MOT-CHAVE-BUSCA
               CONTINUE
           ELSE
               IF AG-QTDE-MOTIVOS >= AG-MAX-MOTIVOS
                   DISPLAY "ERRO: MAIS DE 200 MOTIVOS DE REJEICAO - "
                       "MOTIVO " AG-MOT-CHAVE-BUSCA " IGNORADO"
                   SET AG-TABELA-EXCEDIDA TO TRUE
                   MOVE 0 TO AG-MOT-ATUAL
               ELSE
                   IF NOT AG-POSICAO-ACHADA
                       COMPUTE AG-MOT-ATUAL = AG-QTDE-MOTIVOS + 1
                   END-IF
                   PERFORM 3520-DESLOCA-UM-MOTIVO THRU 3520-EXIT
                       VARYING AG-MOT-ORIGEM FROM AG-QTDE-MOTIVOS
                       BY -1
                       UNTIL AG-MOT-ORIGEM < AG-MOT-ATUAL
                   ADD 1 TO AG-QTDE-MOTIVOS
                   SET AG-MOT-IDX TO AG-MOT-ATUAL
                   INITIALIZE AG-MOT-ENTRADA (AG-MOT-IDX)
                   MOVE AG-MOT-CHAVE-BUSCA TO AG-MOT-CHAVE (AG-MOT-IDX)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-COMPARA-MOTIVO - marca o primeiro motivo da tabela
      *> cuja chave nao e menor que a procurada.
      *> ---------------------------------------------------------
       3510-COMPARA-MOTIVO.
           IF AG-MOT-CHAVE (AG-MOT-IDX) NOT < AG-MOT-CHAVE-BUSCA
               SET AG-POSICAO-ACHADA TO TRUE
               SET AG-MOT-ATUAL TO AG-MOT-IDX
           END-IF.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3520-DESLOCA-UM-MOTIVO - desloca um motivo da tabela uma
      *> posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3520-DESLOCA-UM-MOTIVO.
           COMPUTE AG-MOT-DESTINO = AG-MOT-ORIGEM + 1.
           MOVE AG-MOT-ENTRADA (AG-MOT-ORIGEM)
               TO AG-MOT-ENTRADA (AG-MOT-DESTINO).
       3520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3600-LOCALIZA-SISTEMA - localiza na tabela ordenada o
      *> sistema de origem AG-SIS-CHAVE-BUSCA ou o insere na
      *> posicao certa; devolve a posicao em AG-SIS-ATUAL (zero
      *> com a tabela excedida).
      *> ---------------------------------------------------------
       3600-LOCALIZA-SISTEMA.
           MOVE "N" TO AG-SW-POSICAO-ACHADA.
           MOVE 0 TO AG-SIS-ATUAL.
           PERFORM 3610-COMPARA-SISTEMA THRU 3610-EXIT
               VARYING AG-SIS-IDX FROM 1 BY 1
               UNTIL AG-SIS-IDX > AG-QTDE-SISTEMAS
                  OR AG-POSICAO-ACHADA.

           IF AG-POSICAO-ACHADA
               SET AG-SIS-IDX TO AG-SIS-ATUAL
           END-IF.
           IF AG-POSICAO-ACHADA
                   AND AG-SIS-CHAVE (AG-SIS-IDX) = AG-SIS-CHAVE-BUSCA
               CONTINUE
           ELSE
               IF AG-QTDE-SISTEMAS >= AG-MAX-SISTEMAS
                   DISPLAY "ERRO: MAIS DE 200 SISTEMAS DE ORIGEM - "
                       "SISTEMA " AG-SIS-CHAVE-BUSCA " IGNORADO"
                   SET AG-TABELA-EXCEDIDA TO TRUE
                   MOVE 0 TO AG-SIS-ATUAL
               ELSE
                   IF NOT AG-POSICAO-ACHADA
                       COMPUTE AG-SIS-ATUAL = AG-QTDE-SISTEMAS + 1
                   END-IF
                   PERFORM 3620-DESLOCA-UM-SISTEMA THRU 3620-EXIT
                       VARYING AG-SIS-ORIGEM FROM AG-QTDE-SISTEMAS
                       BY -1
                       UNTIL AG-SIS-ORIGEM < AG-SIS-ATUAL
                   ADD 1 TO AG-QTDE-SISTEMAS
                   SET AG-SIS-IDX TO AG-SIS-ATUAL
                   INITIALIZE AG-SIS-ENTRADA (AG-SIS-IDX)
                   MOVE AG-SIS-CHAVE-BUSCA TO AG-SIS-CHAVE (AG-SIS-IDX)
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3610-COMPARA-SISTEMA - marca o primeiro sistema da tabela
      *> cuja chave nao e menor que a procurada.
      *> ---------------------------------------------------------
       3610-COMPARA-SISTEMA.
           IF AG-SIS-CHAVE (AG-SIS-IDX) NOT < AG-SIS-CHAVE-BUSCA
               SET AG-POSICAO-ACHADA TO TRUE
               SET AG-SIS-ATUAL TO AG-SIS-IDX
           END-IF.
       3610-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3620-DESLOCA-UM-SISTEMA - desloca um sistema da tabela uma
      *> posicao para baixo, abrindo espaco para a insercao.
      *> ---------------------------------------------------------
       3620-DESLOCA-UM-SISTEMA.
           COMPUTE AG-SIS-DESTINO = AG-SIS-ORIGEM + 1.
           MOVE AG-SIS-ENTRADA (AG-SIS-ORIGEM)
               TO AG-SIS-ENTRADA (AG-SIS-DESTINO).
       3620-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-IMPRIME-MOTIVOS - secao das pendencias em aberto por
      *> motivo da rejeicao e faixa de idade, com o total geral.
      *> ---------------------------------------------------------
       5000-IMPRIME-MOTIVOS.
           MOVE "PENDENCIAS EM ABERTO POR MOTIVO E IDADE (DIAS UTEIS)"
               TO AG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE "MOTIVO DA REJEICAO" TO AG-CAB-CHAVE.
           MOVE AG-LIN-CAB-FAIXA TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           PERFORM 5100-IMPRIME-UM-MOTIVO THRU 5100-EXIT
               VARYING AG-MOT-IDX FROM 1 BY 1
               UNTIL AG-MOT-IDX > AG-QTDE-MOTIVOS.

           PERFORM 5900-IMPRIME-TOTAL-GERAL THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5100-IMPRIME-UM-MOTIVO - imprime a linha de um motivo.
      *> ---------------------------------------------------------
       5100-IMPRIME-UM-MOTIVO.
           MOVE AG-MOT-CHAVE (AG-MOT-IDX) TO AG-LCT-CHAVE.
           MOVE AG-MOT-CONTADORES (AG-MOT-IDX) TO AG-LINHA-CONTADORES.
           PERFORM 7300-IMPRIME-FAIXAS THRU 7300-EXIT.
       5100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5500-IMPRIME-SISTEMAS - secao das pendencias em aberto por
      *> sistema de origem e faixa de idade, com o total geral.
      *> ---------------------------------------------------------
       5500-IMPRIME-SISTEMAS.
           MOVE "PENDENCIAS EM ABERTO POR SISTEMA DE ORIGEM E IDADE"
               TO AG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE "SISTEMA DE ORIGEM" TO AG-CAB-CHAVE.
           MOVE AG-LIN-CAB-FAIXA TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           PERFORM 5600-IMPRIME-UM-SISTEMA THRU 5600-EXIT
               VARYING AG-SIS-IDX FROM 1 BY 1
               UNTIL AG-SIS-IDX > AG-QTDE-SISTEMAS.

           PERFORM 5900-IMPRIME-TOTAL-GERAL THRU 5900-EXIT.
       5500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5600-IMPRIME-UM-SISTEMA - imprime a linha de um sistema de
      *> origem (em branco: lote sem sistema no header).
      *> ---------------------------------------------------------
       5600-IMPRIME-UM-SISTEMA.
           IF AG-SIS-CHAVE (AG-SIS-IDX) = SPACES
               MOVE "(SEM ORIGEM)" TO AG-LCT-CHAVE
           ELSE
               MOVE AG-SIS-CHAVE (AG-SIS-IDX) TO AG-LCT-CHAVE
           END-IF.
           MOVE AG-SIS-CONTADORES (AG-SIS-IDX) TO AG-LINHA-CONTADORES.
           PERFORM 7300-IMPRIME-FAIXAS THRU 7300-EXIT.
       5600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5800-IMPRIME-MOVIMENTO - secao do movimento desde a
      *> execucao anterior: pendencias abertas, ressubmetidas e
      *> liquidadas depois dela, e o estoque em aberto antes e
      *> agora.
      *> ---------------------------------------------------------
       5800-IMPRIME-MOVIMENTO.
           MOVE "MOVIMENTO DESDE A EXECUCAO ANTERIOR" TO AG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           MOVE SPACES TO AG-MSG-TEXTO.
           IF AG-PRIMEIRA-EXECUCAO
               MOVE "PRIMEIRA EXECUCAO - MOVIMENTO DESDE A IMPLANTACAO"
                   & " DO REGISTRO" TO AG-MSG-TEXTO
           ELSE
               STRING "EXECUCAO ANTERIOR: " DELIMITED BY SIZE
                   AG-ULT-DATA-EXECUCAO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AG-ULT-HORA-EXECUCAO DELIMITED BY SIZE
                   "  DATA DE REFERENCIA: " DELIMITED BY SIZE
                   AG-ULT-DATA-REFERENCIA DELIMITED BY SIZE
                   INTO AG-MSG-TEXTO
               END-STRING
           END-IF.
           MOVE AG-LIN-MENSAGEM TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE "PENDENCIAS ABERTAS" TO AG-MOV-ROTULO.
           MOVE AG-QTDE-NOVAS TO AG-MOV-QTDE.
           MOVE AG-LIN-MOVIMENTO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "PENDENCIAS RESSUBMETIDAS" TO AG-MOV-ROTULO.
           MOVE AG-QTDE-NOVAS-RESSUBMISSOES TO AG-MOV-QTDE.
           MOVE AG-LIN-MOVIMENTO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "PENDENCIAS LIQUIDADAS" TO AG-MOV-ROTULO.
           MOVE AG-QTDE-NOVAS-LIQUIDACOES TO AG-MOV-QTDE.
           MOVE AG-LIN-MOVIMENTO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           IF NOT AG-PRIMEIRA-EXECUCAO
               MOVE "EM ABERTO NA EXECUCAO ANTERIOR" TO AG-MOV-ROTULO
               MOVE AG-ULT-QTDE-EM-ABERTO TO AG-MOV-QTDE
               MOVE AG-LIN-MOVIMENTO TO SOMAAGL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
           MOVE "EM ABERTO NESTA EXECUCAO" TO AG-MOV-ROTULO.
           MOVE AG-TOT-QTDE-TOTAL TO AG-MOV-QTDE.
           MOVE AG-LIN-MOVIMENTO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5800-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5900-IMPRIME-TOTAL-GERAL - imprime a linha do total geral
      *> das pendencias em aberto, depois de uma linha em branco.
      *> ---------------------------------------------------------
       5900-IMPRIME-TOTAL-GERAL.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "TOTAL GERAL" TO AG-LCT-CHAVE.
           MOVE AG-TOT-CONTADORES TO AG-LINHA-CONTADORES.
           PERFORM 7300-IMPRIME-FAIXAS THRU 7300-EXIT.
       5900-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-GRAVA-CONTROLE - regrava o SOMAAGC com a data/hora
      *> desta execucao, ponto de partida do movimento da
      *> proxima.
      *> ---------------------------------------------------------
       6000-GRAVA-CONTROLE.
           OPEN OUTPUT SOMAAGC-FILE.
           IF AG-FS-SOMAAGC NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAAGC - "
                   "FILE STATUS=" AG-FS-SOMAAGC
               SET AG-HOUVE-FALHA-IO TO TRUE
           ELSE
               MOVE SPACES TO SOMAAGC-RECORD
               MOVE AG-DATA-HORA-EXEC (1:8) TO SM-AGC-DATA-EXECUCAO
               MOVE AG-DATA-HORA-EXEC (9:6) TO SM-AGC-HORA-EXECUCAO
               MOVE AG-DATA-REFERENCIA TO SM-AGC-DATA-REFERENCIA
               MOVE AG-IDADE-MAXIMA TO SM-AGC-IDADE-MAXIMA
               MOVE AG-TOT-QTDE-TOTAL TO SM-AGC-QTDE-EM-ABERTO
               MOVE AG-TOT-QTDE-ACIMA TO SM-AGC-QTDE-ACIMA-IDADE
               WRITE SOMAAGC-RECORD
               IF AG-FS-SOMAAGC NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAAGC - "
                       "FILE STATUS=" AG-FS-SOMAAGC
                   SET AG-HOUVE-FALHA-IO TO TRUE
               END-IF
               CLOSE SOMAAGC-FILE
           END-IF.
       6000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - fecha o relatorio com o rodape e exibe
      *> os totais de controle no log do job.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE AG-LIN-RODAPE TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           DISPLAY "DATA-REFERENCIA=" AG-DATA-REFERENCIA.
           MOVE AG-IDADE-MAXIMA TO AG-IDADE-ED.
           DISPLAY "IDADE-MAXIMA=" AG-IDADE-ED.
           MOVE AG-QTDE-LIDAS TO AG-QTDE-ED.
           DISPLAY "PENDENCIAS-LIDAS=" AG-QTDE-ED.
           MOVE AG-TOT-QTDE-TOTAL TO AG-QTDE-ED.
           DISPLAY "PENDENCIAS-EM-ABERTO=" AG-QTDE-ED.
           MOVE AG-TOT-QTDE-RESSUBMETIDAS TO AG-QTDE-ED.
           DISPLAY "PENDENCIAS-RESSUBMETIDAS=" AG-QTDE-ED.
           MOVE AG-QTDE-LIQUIDADAS-TOTAL TO AG-QTDE-ED.
           DISPLAY "PENDENCIAS-LIQUIDADAS=" AG-QTDE-ED.
           MOVE AG-TOT-QTDE-ACIMA TO AG-QTDE-ED.
           DISPLAY "ACIMA-IDADE-MAXIMA=" AG-QTDE-ED.
           MOVE AG-QTDE-NOVAS TO AG-QTDE-ED.
           DISPLAY "ABERTAS-DESDE-ANTERIOR=" AG-QTDE-ED.
           MOVE AG-QTDE-NOVAS-RESSUBMISSOES TO AG-QTDE-ED.
           DISPLAY "RESSUBMETIDAS-DESDE-ANTERIOR=" AG-QTDE-ED.
           MOVE AG-QTDE-NOVAS-LIQUIDACOES TO AG-QTDE-ED.
           DISPLAY "LIQUIDADAS-DESDE-ANTERIOR=" AG-QTDE-ED.
           MOVE AG-QTDE-DATA-INVALIDA TO AG-QTDE-ED.
           DISPLAY "DATAS-NEGOCIO-INVALIDAS=" AG-QTDE-ED.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF AG-LINHAS-PAGINA >= AG-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMAAGL-RECORD.
           IF AG-FS-SOMAAGL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAAGL - "
                   "FILE STATUS=" AG-FS-SOMAAGL
               SET AG-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO AG-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros e uma linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO AG-NUM-PAGINA.
           MOVE 0 TO AG-LINHAS-PAGINA.

           MOVE AG-DATA-HORA-EXEC (1:8) TO AG-TIT-DATA.
           MOVE AG-DATA-HORA-EXEC (9:6) TO AG-TIT-HORA.
           MOVE AG-NUM-PAGINA TO AG-TIT-PAGINA.
           MOVE AG-LIN-TITULO TO SOMAAGL-RECORD.
           WRITE SOMAAGL-RECORD.
           IF AG-FS-SOMAAGL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAAGL - "
                   "FILE STATUS=" AG-FS-SOMAAGL
               SET AG-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE AG-DATA-REFERENCIA TO AG-PAR-DATA-REFERENCIA.
           MOVE AG-IDADE-MAXIMA TO AG-PAR-IDADE-MAXIMA.
           MOVE AG-LIN-PARAMETROS TO SOMAAGL-RECORD.
           WRITE SOMAAGL-RECORD.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           WRITE SOMAAGL-RECORD.
           ADD 3 TO AG-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (AG-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE AG-LIN-SECAO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE AG-LIN-BRANCO TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7300-IMPRIME-FAIXAS - imprime uma linha de faixas de idade
      *> com a chave AG-LCT-CHAVE e os contadores de
      *> AG-LINHA-CONTADORES.
      *> ---------------------------------------------------------
       7300-IMPRIME-FAIXAS.
           MOVE SPACES TO AG-LIN-FAIXA.
           MOVE AG-LCT-CHAVE TO AG-FXL-CHAVE.
           PERFORM 7310-FORMATA-UMA-FAIXA THRU 7310-EXIT
               VARYING AG-FX FROM 1 BY 1
               UNTIL AG-FX > 4.
           MOVE AG-LCT-QTDE-TOTAL TO AG-FXL-QTDE-TOTAL.
           MOVE AG-LCT-QTDE-RESSUBMETIDAS TO AG-FXL-QTDE-RESSUBMETIDAS.
           MOVE AG-LCT-QTDE-ACIMA TO AG-FXL-QTDE-ACIMA.
           MOVE AG-LIN-FAIXA TO SOMAAGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7310-FORMATA-UMA-FAIXA - formata a quantidade de uma
      *> faixa de idade na linha.
      *> ---------------------------------------------------------
       7310-FORMATA-UMA-FAIXA.
           MOVE AG-LCT-QTDE-FAIXA (AG-FX) TO AG-FXL-QTDE-FAIXA (AG-FX).
       7310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  nenhuma pendencia em aberto acima da idade maxima
      *>    4  parametro invalido na linha de comando
      *>    8  falha de E/S irrecuperavel ou tabela de motivos ou
      *>       de sistemas excedida
      *>   12  ha pendencia em aberto acima da idade maxima - ver
      *>       a primeira secao do relatorio
      *> A tabela excedida so trunca os quadros por motivo e por
      *> sistema; a apuracao da idade continua completa, e o
      *> alerta de pendencia acima da idade (12) prevalece sobre
      *> ela.
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN AG-HOUVE-FALHA-IO
                   MOVE 8 TO RETURN-CODE
               WHEN AG-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN AG-HA-ACIMA-IDADE
                   MOVE 12 TO RETURN-CODE
               WHEN AG-TABELA-EXCEDIDA
                   MOVE 8 TO RETURN-CODE
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
           IF AG-SOMASUS-ABERTO
               CLOSE SOMASUS-FILE
           END-IF.
           CLOSE SOMAAGL-FILE.
       9000-EXIT.
           EXIT.
