IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMACIC.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-09.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-09  RFS    Versao original: situacao do ciclo
      *>                       noturno. Dada a data de negocio
      *>                       (DATA=AAAAMMDD), le o arquivo de
      *>                       controle do ciclo SOMAEXE e imprime
      *>                       no SOMACIR cada passo da cadeia, na
      *>                       ordem de execucao (SOMASPL, SOMA-P1
      *>                       a SOMA-Pn e SOMAMRG no ciclo
      *>                       particionado ou SOMA na execucao
      *>                       unica, SOMAGL, SOMABAL, SOMAGLK e o
      *>                       fechamento mensal SOMACLS), como nao
      *>                       iniciado, em execucao, terminado OK
      *>                       ou terminado com RETURN-CODE n, com
      *>                       inicio, termino e quantidade de
      *>                       execucoes. Um passo que ficou em
      *>                       execucao (sem termino registrado) e
      *>                       destacado como possivel interrupcao,
      *>                       e o relatorio aponta o ponto de
      *>                       restart da cadeia.
      *>    2026-10-15  RFS    Passo terminado com RETURN-CODE
      *>                       ate 4 aparece como terminado com
      *>                       aviso: libera a cadeia, nao e ponto
      *>                       de restart nem leva ao RC 12; so RC
      *>                       acima de 4 e passo com erro.
      *>    2026-10-15  RFS    O limite de aviso passa a ser de cada
      *>                       passo: o SOMABAL so termina OK com
      *>                       RETURN-CODE 0, pois o RC 4 dele e
      *>                       batimento nao feito; nele, RC acima de
      *>                       0 e passo com erro e ponto de restart.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS CI-FS-SOMAEXE.

           SELECT SOMACIR-FILE ASSIGN TO "SOMACIR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CI-FS-SOMACIR.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       FD  SOMACIR-FILE
           RECORDING MODE IS F.
       01  SOMACIR-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 CI-FS-SOMAEXE PIC X(02) VALUE "00".
       77 CI-FS-SOMACIR PIC X(02) VALUE "00".

       77 CI-SW-ERRO PIC X(01) VALUE "N".
          88 CI-HOUVE-ERRO VALUE "S".

       77 CI-SW-FALHA-IO PIC X(01) VALUE "N".
          88 CI-HOUVE-FALHA-IO VALUE "S".

      *> SOMAEXE ausente: nenhum passo foi executado ainda
       77 CI-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 CI-SOMAEXE-ABERTO VALUE "S".

      *> Parametro de data de negocio da linha de comando
       01 CI-ARGUMENTO PIC X(100).
       77 CI-PARAMETRO1 PIC X(20).
       77 CI-DATA-NEGOCIO PIC X(08).

      *> Passos da cadeia na ordem de execucao, montados para a
      *> data pedida. CI-PS-FIM-DE-MES marca o fechamento mensal
      *> SOMACLS, que so roda no ultimo ciclo da competencia: nao
      *> iniciado, ele nao e pendencia da cadeia. CI-PS-RC-AVISO e
      *> o maior RETURN-CODE que ainda libera o passo seguinte: 4
      *> nos passos com nivel de aviso, 0 no batimento SOMABAL,
      *> cujo RC 4 e batimento nao feito.
       01 CI-TABELA-PASSOS.
          05 CI-ENTRADA-PASSO OCCURS 10 TIMES
                              INDEXED BY CI-PS-IDX.
             10 CI-PS-NOME        PIC X(08).
             10 CI-PS-FIM-DE-MES  PIC X(01).
             10 CI-PS-RC-AVISO    PIC 9(03).
       77 CI-QTDE-PASSOS PIC 9(02) COMP VALUE 0.
       77 CI-NOME-NOVO PIC X(08).
       77 CI-FIM-DE-MES-NOVO PIC X(01).
       77 CI-RC-AVISO-NOVO PIC 9(03) VALUE 4.
       77 CI-QTDE-PARTES PIC 9(01) VALUE 0.
       77 CI-PARTE PIC 9(01) VALUE 0.
       77 CI-SW-PARTICIONADO PIC X(01) VALUE "N".
          88 CI-CICLO-PARTICIONADO VALUE "S".

      *> Situacao apurada do passo corrente
       77 CI-SITUACAO-PASSO PIC X(01) VALUE SPACE.
          88 CI-PASSO-NAO-INICIADO VALUE "N".
          88 CI-PASSO-EM-EXECUCAO VALUE "E".
          88 CI-PASSO-OK VALUE "O".
          88 CI-PASSO-COM-AVISO VALUE "A".
          88 CI-PASSO-COM-ERRO VALUE "R".
       77 CI-RC-ED PIC ZZ9.

      *> Ponto de restart: primeiro passo da cadeia, na ordem de
      *> execucao, que nao terminou OK nem com aviso
       77 CI-PASSO-RESTART PIC X(08) VALUE SPACES.
       77 CI-SITUACAO-RESTART PIC X(01) VALUE SPACE.
          88 CI-RESTART-NAO-INICIADO VALUE "N".
          88 CI-RESTART-EM-EXECUCAO VALUE "E".
          88 CI-RESTART-COM-ERRO VALUE "R".
       77 CI-RC-RESTART PIC X(03).

      *> Contadores do resumo de controle
       77 CI-QTDE-OK PIC 9(08) COMP VALUE 0.
       77 CI-QTDE-COM-AVISO PIC 9(08) COMP VALUE 0.
       77 CI-QTDE-EM-EXECUCAO PIC 9(08) COMP VALUE 0.
       77 CI-QTDE-COM-ERRO PIC 9(08) COMP VALUE 0.
       77 CI-QTDE-NAO-INICIADOS PIC 9(08) COMP VALUE 0.
       77 CI-QTDE-ED PIC 9(08).

      *> Controle de paginacao do relatorio
       77 CI-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 CI-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 CI-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 CI-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de situacao do ciclo
       01 CI-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMACIC - SITUACAO DO CICLO NOTURNO".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 CI-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 CI-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 CI-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 CI-LIN-CICLO.
          05 FILLER PIC X(17) VALUE "DATA DE NEGOCIO: ".
          05 CI-CIC-DATA PIC X(08).
          05 FILLER PIC X(05) VALUE SPACES.
          05 FILLER PIC X(07) VALUE "CICLO: ".
          05 CI-CIC-TIPO PIC X(40).
          05 FILLER PIC X(55) VALUE SPACES.

       01 CI-LIN-CAB-DETALHE.
          05 FILLER PIC X(10) VALUE "PASSO".
          05 FILLER PIC X(21) VALUE "SITUACAO".
          05 FILLER PIC X(06) VALUE " RC".
          05 FILLER PIC X(18) VALUE "INICIO".
          05 FILLER PIC X(18) VALUE "TERMINO".
          05 FILLER PIC X(06) VALUE "EXEC".
          05 FILLER PIC X(53) VALUE "OBSERVACAO".

       01 CI-LIN-DETALHE.
          05 CI-DET-PASSO PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CI-DET-SITUACAO PIC X(19).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CI-DET-RC PIC X(03).
          05 FILLER PIC X(03) VALUE SPACES.
          05 CI-DET-INICIO.
             10 CI-DET-DATA-INICIO PIC X(08).
             10 CI-DET-SEP-INICIO PIC X(01).
             10 CI-DET-HORA-INICIO PIC X(06).
          05 FILLER PIC X(03) VALUE SPACES.
          05 CI-DET-TERMINO.
             10 CI-DET-DATA-TERMINO PIC X(08).
             10 CI-DET-SEP-TERMINO PIC X(01).
             10 CI-DET-HORA-TERMINO PIC X(06).
          05 FILLER PIC X(03) VALUE SPACES.
          05 CI-DET-EXECUCOES PIC ZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 CI-DET-OBSERVACAO PIC X(53).

       01 CI-LIN-RESTART.
          05 CI-RST-TEXTO PIC X(40).
          05 CI-RST-PASSO PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CI-RST-COMPLEMENTO PIC X(82).

       01 CI-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 CI-LIN-RODAPE.
          05 FILLER PIC X(30) VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT CI-HOUVE-ERRO AND NOT CI-HOUVE-FALHA-IO
               PERFORM 2000-MONTA-CADEIA THRU 2000-EXIT
               PERFORM 3000-IMPRIME-PASSOS THRU 3000-EXIT
               PERFORM 4000-IMPRIME-RESTART THRU 4000-EXIT
               PERFORM 5000-EXIBE-RESUMO THRU 5000-EXIT
               IF CI-SOMAEXE-ABERTO
                   CLOSE SOMAEXE-FILE
               END-IF
               CLOSE SOMACIR-FILE
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige DATA=AAAAMMDD na linha de comando,
      *> abre o controle do ciclo SOMAEXE para consulta (ausente,
      *> nenhum passo foi executado ainda) e o relatorio SOMACIR.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CI-DATA-HORA-EXEC.
           ACCEPT CI-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING CI-ARGUMENTO DELIMITED BY SPACE
               INTO CI-PARAMETRO1
           END-UNSTRING.

           IF CI-PARAMETRO1 (1:5) = "DATA="
                   AND CI-PARAMETRO1 (6:8) NUMERIC
                   AND CI-PARAMETRO1 (14:7) = SPACES
               MOVE CI-PARAMETRO1 (6:8) TO CI-DATA-NEGOCIO
           ELSE
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD - "
                   CI-PARAMETRO1
               SET CI-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT CI-HOUVE-ERRO
               OPEN INPUT SOMAEXE-FILE
               EVALUATE CI-FS-SOMAEXE
                   WHEN "00"
                       SET CI-SOMAEXE-ABERTO TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE"
                           " - FILE STATUS=" CI-FS-SOMAEXE
                       SET CI-HOUVE-FALHA-IO TO TRUE
               END-EVALUATE
           END-IF.

           IF NOT CI-HOUVE-ERRO AND NOT CI-HOUVE-FALHA-IO
               OPEN OUTPUT SOMACIR-FILE
               IF CI-FS-SOMACIR NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACIR - "
                       "FILE STATUS=" CI-FS-SOMACIR
                   SET CI-HOUVE-FALHA-IO TO TRUE
                   IF CI-SOMAEXE-ABERTO
                       CLOSE SOMAEXE-FILE
                   END-IF
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-MONTA-CADEIA - monta a lista de passos da data na
      *> ordem de execucao. Com entrada do SOMASPL na data, o
      *> ciclo foi particionado: SOMASPL, SOMA-P1 a SOMA-Pn (n
      *> registrado pelo SOMASPL) e SOMAMRG; sem ela, o SOMA de
      *> execucao unica. Em seguida SOMAGL, SOMABAL, SOMAGLK e o
      *> fechamento mensal SOMACLS.
      *> ---------------------------------------------------------
       2000-MONTA-CADEIA.
           MOVE 0 TO CI-QTDE-PASSOS.
           MOVE "N" TO CI-SW-PARTICIONADO.
           IF CI-SOMAEXE-ABERTO
               MOVE CI-DATA-NEGOCIO TO SM-EXE-DATA-NEGOCIO
               MOVE "SOMASPL" TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CI-CICLO-PARTICIONADO TO TRUE
                       MOVE SM-EXE-QTDE-PARTES TO CI-QTDE-PARTES
               END-READ
           END-IF.

           MOVE "N" TO CI-FIM-DE-MES-NOVO.
           IF CI-CICLO-PARTICIONADO
               IF CI-QTDE-PARTES < 1 OR CI-QTDE-PARTES > 4
                   MOVE 4 TO CI-QTDE-PARTES
               END-IF
               MOVE "SOMASPL" TO CI-NOME-NOVO
               PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT
               PERFORM 2200-INCLUI-PARTICAO THRU 2200-EXIT
                   VARYING CI-PARTE FROM 1 BY 1
                   UNTIL CI-PARTE > CI-QTDE-PARTES
               MOVE "SOMAMRG" TO CI-NOME-NOVO
               PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT
               MOVE SPACES TO CI-CIC-TIPO
               STRING "PARTICIONADO EM " CI-QTDE-PARTES " PARTES"
                   DELIMITED BY SIZE INTO CI-CIC-TIPO
               END-STRING
           ELSE
               MOVE "SOMA" TO CI-NOME-NOVO
               PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT
               MOVE "EXECUCAO UNICA" TO CI-CIC-TIPO
           END-IF.

           MOVE "SOMAGL" TO CI-NOME-NOVO.
           PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT.
           MOVE "SOMABAL" TO CI-NOME-NOVO.
           MOVE 0 TO CI-RC-AVISO-NOVO.
           PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT.
           MOVE 4 TO CI-RC-AVISO-NOVO.
           MOVE "SOMAGLK" TO CI-NOME-NOVO.
           PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT.
           MOVE "SOMACLS" TO CI-NOME-NOVO.
           MOVE "S" TO CI-FIM-DE-MES-NOVO.
           PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2100-INCLUI-PASSO - acrescenta CI-NOME-NOVO ao fim da
      *> lista de passos da cadeia.
      *> ---------------------------------------------------------
       2100-INCLUI-PASSO.
           ADD 1 TO CI-QTDE-PASSOS.
           SET CI-PS-IDX TO CI-QTDE-PASSOS.
           MOVE CI-NOME-NOVO TO CI-PS-NOME (CI-PS-IDX).
           MOVE CI-FIM-DE-MES-NOVO TO CI-PS-FIM-DE-MES (CI-PS-IDX).
           MOVE CI-RC-AVISO-NOVO TO CI-PS-RC-AVISO (CI-PS-IDX).
       2100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2200-INCLUI-PARTICAO - acrescenta o passo SOMA-Pn da
      *> particao CI-PARTE.
      *> ---------------------------------------------------------
       2200-INCLUI-PARTICAO.
           MOVE SPACES TO CI-NOME-NOVO.
           STRING "SOMA-P" CI-PARTE
               DELIMITED BY SIZE INTO CI-NOME-NOVO
           END-STRING.
           PERFORM 2100-INCLUI-PASSO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-IMPRIME-PASSOS - imprime o cabecalho da data e uma
      *> linha por passo da cadeia.
      *> ---------------------------------------------------------
       3000-IMPRIME-PASSOS.
           MOVE CI-DATA-NEGOCIO TO CI-CIC-DATA.
           MOVE CI-LIN-CICLO TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CI-LIN-BRANCO TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CI-LIN-CAB-DETALHE TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CI-LIN-BRANCO TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           PERFORM 3100-IMPRIME-UM-PASSO THRU 3100-EXIT
               VARYING CI-PS-IDX FROM 1 BY 1
               UNTIL CI-PS-IDX > CI-QTDE-PASSOS.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-IMPRIME-UM-PASSO - consulta a entrada do passo no
      *> SOMAEXE, apura sua situacao, imprime a linha e guarda o
      *> primeiro passo que nao terminou OK como ponto de restart.
      *> RETURN-CODE ate CI-PS-RC-AVISO (aviso ou registros
      *> rejeitados) e termino com aviso: libera o passo seguinte,
      *> como na verificacao do antecessor, e nao e ponto de
      *> restart; acima dele o passo terminou com erro (no
      *> SOMABAL, qualquer RC acima de 0). Um passo em execucao e
      *> destacado: se o job dele nao esta mais ativo, o passo foi
      *> interrompido (abend/cancelamento) e e por ele que a
      *> cadeia deve ser retomada.
      *> ---------------------------------------------------------
       3100-IMPRIME-UM-PASSO.
           MOVE SPACES TO CI-LIN-DETALHE.
           MOVE CI-PS-NOME (CI-PS-IDX) TO CI-DET-PASSO.
           SET CI-PASSO-NAO-INICIADO TO TRUE.
           IF CI-SOMAEXE-ABERTO
               MOVE CI-DATA-NEGOCIO TO SM-EXE-DATA-NEGOCIO
               MOVE CI-PS-NOME (CI-PS-IDX) TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT SM-EXE-TERMINADO
                               SET CI-PASSO-EM-EXECUCAO TO TRUE
                           WHEN SM-EXE-RETURN-CODE = 0
                               SET CI-PASSO-OK TO TRUE
                           WHEN SM-EXE-RETURN-CODE NOT >
                                   CI-PS-RC-AVISO (CI-PS-IDX)
                               SET CI-PASSO-COM-AVISO TO TRUE
                           WHEN OTHER
                               SET CI-PASSO-COM-ERRO TO TRUE
                       END-EVALUATE
               END-READ
               IF CI-FS-SOMAEXE NOT = "00"
                       AND CI-FS-SOMAEXE NOT = "23"
                   DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                       "FILE STATUS=" CI-FS-SOMAEXE
                   SET CI-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.

           IF NOT CI-PASSO-NAO-INICIADO
               MOVE SM-EXE-DATA-INICIO TO CI-DET-DATA-INICIO
               MOVE "-" TO CI-DET-SEP-INICIO
               MOVE SM-EXE-HORA-INICIO TO CI-DET-HORA-INICIO
               MOVE SM-EXE-QTDE-EXECUCOES TO CI-DET-EXECUCOES
           END-IF.

           EVALUATE TRUE
               WHEN CI-PASSO-NAO-INICIADO
                   MOVE "NAO INICIADO" TO CI-DET-SITUACAO
                   IF CI-PS-FIM-DE-MES (CI-PS-IDX) = "S"
                       MOVE "SOMENTE NO FECHAMENTO DA COMPETENCIA"
                           TO CI-DET-OBSERVACAO
                   ELSE
                       ADD 1 TO CI-QTDE-NAO-INICIADOS
                   END-IF
               WHEN CI-PASSO-EM-EXECUCAO
                   MOVE "EM EXECUCAO" TO CI-DET-SITUACAO
                   MOVE "*** SEM TERMINO - PASSO ATIVO OU INTERROMPIDO ***"
                       TO CI-DET-OBSERVACAO
                   ADD 1 TO CI-QTDE-EM-EXECUCAO
               WHEN CI-PASSO-OK
                   MOVE "TERMINADO OK" TO CI-DET-SITUACAO
                   MOVE SM-EXE-RETURN-CODE TO CI-RC-ED
                   MOVE CI-RC-ED TO CI-DET-RC
                   PERFORM 3200-FORMATA-TERMINO THRU 3200-EXIT
                   ADD 1 TO CI-QTDE-OK
               WHEN CI-PASSO-COM-AVISO
                   MOVE "TERMINADO COM AVISO" TO CI-DET-SITUACAO
                   MOVE SM-EXE-RETURN-CODE TO CI-RC-ED
                   MOVE CI-RC-ED TO CI-DET-RC
                   PERFORM 3200-FORMATA-TERMINO THRU 3200-EXIT
                   MOVE "VERIFICAR AVISOS/REJEITADOS DO PASSO"
                       TO CI-DET-OBSERVACAO
                   ADD 1 TO CI-QTDE-COM-AVISO
               WHEN CI-PASSO-COM-ERRO
                   MOVE SM-EXE-RETURN-CODE TO CI-RC-ED
                   MOVE SPACES TO CI-DET-SITUACAO
                   STRING "TERMINADO RC " CI-RC-ED
                       DELIMITED BY SIZE INTO CI-DET-SITUACAO
                   END-STRING
                   MOVE CI-RC-ED TO CI-DET-RC
                   PERFORM 3200-FORMATA-TERMINO THRU 3200-EXIT
                   MOVE "*** PASSOS SEGUINTES BLOQUEADOS ***"
                       TO CI-DET-OBSERVACAO
                   ADD 1 TO CI-QTDE-COM-ERRO
           END-EVALUATE.

           IF CI-PASSO-RESTART = SPACES AND NOT CI-PASSO-OK
                   AND NOT CI-PASSO-COM-AVISO
                   AND NOT (CI-PASSO-NAO-INICIADO
                        AND CI-PS-FIM-DE-MES (CI-PS-IDX) = "S")
               MOVE CI-PS-NOME (CI-PS-IDX) TO CI-PASSO-RESTART
               MOVE CI-SITUACAO-PASSO TO CI-SITUACAO-RESTART
               MOVE CI-DET-RC TO CI-RC-RESTART
           END-IF.

           MOVE CI-LIN-DETALHE TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-FORMATA-TERMINO - move a data/hora de termino do
      *> passo para a linha de detalhe.
      *> ---------------------------------------------------------
       3200-FORMATA-TERMINO.
           MOVE SM-EXE-DATA-TERMINO TO CI-DET-DATA-TERMINO.
           MOVE "-" TO CI-DET-SEP-TERMINO.
           MOVE SM-EXE-HORA-TERMINO TO CI-DET-HORA-TERMINO.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-IMPRIME-RESTART - imprime a conclusao sobre a
      *> cadeia: completa, proximo passo a executar, passo em
      *> execucao/interrompido a verificar ou passo com erro a
      *> corrigir e reexecutar.
      *> ---------------------------------------------------------
       4000-IMPRIME-RESTART.
           MOVE CI-LIN-BRANCO TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE SPACES TO CI-LIN-RESTART.
           EVALUATE TRUE
               WHEN CI-PASSO-RESTART = SPACES
                       AND CI-QTDE-COM-AVISO > 0
                   MOVE "CICLO COMPLETO - HA PASSOS COM AVISO"
                       TO CI-RST-TEXTO
               WHEN CI-PASSO-RESTART = SPACES
                   MOVE "CICLO COMPLETO - TODOS OS PASSOS OK"
                       TO CI-RST-TEXTO
               WHEN CI-RESTART-NAO-INICIADO
                   MOVE "CICLO EM ANDAMENTO - PROXIMO PASSO:"
                       TO CI-RST-TEXTO
                   MOVE CI-PASSO-RESTART TO CI-RST-PASSO
               WHEN CI-RESTART-EM-EXECUCAO
                   MOVE "*** PONTO DE RESTART - SEM TERMINO:"
                       TO CI-RST-TEXTO
                   MOVE CI-PASSO-RESTART TO CI-RST-PASSO
                   MOVE "SE O JOB NAO ESTA ATIVO, O PASSO FOI "
                       TO CI-RST-COMPLEMENTO
                   MOVE "INTERROMPIDO: REINICIAR A CADEIA POR ELE ***"
                       TO CI-RST-COMPLEMENTO (38:)
               WHEN CI-RESTART-COM-ERRO
                   MOVE "*** PONTO DE RESTART - PASSO COM ERRO:"
                       TO CI-RST-TEXTO
                   MOVE CI-PASSO-RESTART TO CI-RST-PASSO
                   MOVE SPACES TO CI-RST-COMPLEMENTO
                   STRING "TERMINOU COM RC " CI-RC-RESTART
                       ": CORRIGIR E REEXECUTAR O PASSO ***"
                       DELIMITED BY SIZE INTO CI-RST-COMPLEMENTO
                   END-STRING
           END-EVALUATE.
           MOVE CI-LIN-RESTART TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE CI-LIN-BRANCO TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CI-LIN-RODAPE TO SOMACIR-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-EXIBE-RESUMO - exibe as quantidades de passos por
      *> situacao e o ponto de restart da cadeia.
      *> ---------------------------------------------------------
       5000-EXIBE-RESUMO.
           DISPLAY "DATA-NEGOCIO=" CI-DATA-NEGOCIO.
           MOVE CI-QTDE-OK TO CI-QTDE-ED.
           DISPLAY "PASSOS-TERMINADOS-OK=" CI-QTDE-ED.
           MOVE CI-QTDE-COM-AVISO TO CI-QTDE-ED.
           DISPLAY "PASSOS-TERMINADOS-COM-AVISO=" CI-QTDE-ED.
           MOVE CI-QTDE-COM-ERRO TO CI-QTDE-ED.
           DISPLAY "PASSOS-TERMINADOS-COM-ERRO=" CI-QTDE-ED.
           MOVE CI-QTDE-EM-EXECUCAO TO CI-QTDE-ED.
           DISPLAY "PASSOS-EM-EXECUCAO=" CI-QTDE-ED.
           MOVE CI-QTDE-NAO-INICIADOS TO CI-QTDE-ED.
           DISPLAY "PASSOS-NAO-INICIADOS=" CI-QTDE-ED.
           IF CI-PASSO-RESTART = SPACES
               DISPLAY "CICLO=COMPLETO"
           ELSE
               IF CI-RESTART-NAO-INICIADO
                   DISPLAY "PROXIMO-PASSO=" CI-PASSO-RESTART
               ELSE
                   DISPLAY "PONTO-DE-RESTART=" CI-PASSO-RESTART
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF CI-LINHAS-PAGINA >= CI-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMACIR-RECORD.
           IF CI-FS-SOMACIR NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACIR - "
                   "FILE STATUS=" CI-FS-SOMACIR
               SET CI-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO CI-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina e uma
      *> linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO CI-NUM-PAGINA.
           MOVE 0 TO CI-LINHAS-PAGINA.

           MOVE CI-DATA-HORA-EXEC (1:8) TO CI-TIT-DATA.
           MOVE CI-DATA-HORA-EXEC (9:6) TO CI-TIT-HORA.
           MOVE CI-NUM-PAGINA TO CI-TIT-PAGINA.
           MOVE CI-LIN-TITULO TO SOMACIR-RECORD.
           WRITE SOMACIR-RECORD.
           IF CI-FS-SOMACIR NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACIR - "
                   "FILE STATUS=" CI-FS-SOMACIR
               SET CI-HOUVE-FALHA-IO TO TRUE
           END-IF.
           MOVE CI-LIN-BRANCO TO SOMACIR-RECORD.
           WRITE SOMACIR-RECORD.
           ADD 2 TO CI-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  nenhum passo com erro nem em execucao (ciclo
      *>       completo ou apenas com passos ainda nao iniciados;
      *>       passo terminado com aviso, RC 4, nao conta)
      *>    4  parametro invalido na linha de comando
      *>    8  falha de E/S irrecuperavel
      *>   12  ha passo terminado com RETURN-CODE acima de 4
      *>       ou em execucao (possivelmente interrompido) - ver o
      *>       ponto de restart no relatorio
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN CI-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN CI-HOUVE-FALHA-IO
                   MOVE 8 TO RETURN-CODE
               WHEN CI-QTDE-COM-ERRO > 0 OR CI-QTDE-EM-EXECUCAO > 0
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8000-EXIT.
           EXIT.
