      *>                       consulta de um periodo ja fechado e
      *>                       feita pelo SOMAINQ com o parametro
      *>                       PERIODO sobre o SOMASNP catalogado.
      *>    2026-10-09  RFS    Novo parametro obrigatorio DATA=
      *>                       AAAAMMDD (data de negocio do ultimo
      *>                       ciclo da competencia). O fechamento
      *>                       registra inicio e fim no arquivo de
      *>                       controle do ciclo SOMAEXE e so
      *>                       inicia com o batimento SOMABAL da
      *>                       data terminado com RETURN-CODE 0
      *>                       (nao com o batimento reprovado, RC
      *>                       12); senao RETURN-CODE 20.
      *>    2026-10-15  RFS    O SOMAEXE so e criado quando nao
      *>                       existe (FILE STATUS 35); outra falha
      *>                       na abertura e erro de E/S e nao
      *>                       esvazia o arquivo. O SOMABAL continua
      *>                       exigido com RETURN-CODE 0: ao
      *>                       contrario dos demais passos, o RC 4
      *>                       dele e batimento nao feito, e nao
      *>                       aviso.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CL-FS-SOMACLR.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS CL-FS-SOMAEXE.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAMST-FILE.
           RECORDING MODE IS F.
       01  SOMACLR-RECORD PIC X(132).

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 CL-FS-SOMAMST PIC X(02) VALUE "00".
       77 CL-SW-OVERFLOW PIC X(01) VALUE "N".
          88 CL-HOUVE-OVERFLOW VALUE "S".

      *> Parametros da linha de comando: competencia e data de
      *> negocio obrigatorias e modo de virada do master (MANTEM,
      *> padrao: o master segue acumulando; ZERA: o master e
      *> zerado apos o fechamento).
       01 CL-ARGUMENTO PIC X(100).
       77 CL-PARAMETRO1 PIC X(20).
       77 CL-PARAMETRO2 PIC X(20).
       77 CL-PARAMETRO3 PIC X(20).
       77 CL-TOKEN-ATUAL PIC X(20).
       77 CL-COMPETENCIA PIC X(06) VALUE SPACES.
       77 CL-SW-MODO-ZERA PIC X(01) VALUE "N".
          88 CL-MODO-ZERA VALUE "S".

      *> Controle de execucao do ciclo noturno (SOMAEXE). O
      *> antecessor e o batimento SOMABAL da data informada.
       77 CL-FS-SOMAEXE PIC X(02) VALUE "00".
       77 CL-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 CL-SOMAEXE-ABERTO VALUE "S".
       77 CL-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 CL-INICIO-REGISTRADO VALUE "S".
       77 CL-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 CL-ENTRADA-EXISTE VALUE "S".
       77 CL-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 CL-EXECUCAO-RECUSADA VALUE "S".
       77 CL-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 CL-PASSO-CONTROLE PIC X(08) VALUE "SOMACLS".
       77 CL-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 CL-RC-ANTECESSOR-ED PIC 9(03).
       77 CL-DATA-HORA-CONTROLE PIC X(21).

      *> Abertura do periodo carregada do fechamento da competencia
      *> anterior (arquivo SOMAANT, opcional: ausente no primeiro
      *> fechamento ou com MODO=ZERA). CL-AB-SW-USADA marca as
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT CL-HOUVE-ERRO AND NOT CL-HOUVE-FALHA-IO
                   AND NOT CL-EXECUCAO-RECUSADA
               PERFORM 2000-CARREGA-ABERTURA THRU 2000-EXIT
           END-IF.

           IF NOT CL-HOUVE-ERRO AND NOT CL-HOUVE-FALHA-IO
                   AND NOT CL-EXECUCAO-RECUSADA
               PERFORM 3000-FECHA-CATEGORIAS THRU 3000-EXIT
               PERFORM 3500-FECHA-RETIRADAS THRU 3500-EXIT
               PERFORM 4000-IMPRIME-TOTAIS THRU 4000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige COMPETENCIA=AAAAMM e DATA=
      *> AAAAMMDD, interpreta o parametro opcional MODO= (MANTEM
      *> ou ZERA), confere o SOMABAL e registra o inicio no
      *> controle do ciclo SOMAEXE, abre o master
      *> (somente leitura com MANTEM; leitura e gravacao com ZERA,
      *> para a virada), o arquivo de fechamento e o demonstrativo,
      *> e imprime o cabecalho da primeira pagina.
           UNSTRING CL-ARGUMENTO DELIMITED BY SPACE
               INTO CL-PARAMETRO1
                    CL-PARAMETRO2
                    CL-PARAMETRO3
           END-UNSTRING.

           MOVE CL-PARAMETRO1 TO CL-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE CL-PARAMETRO2 TO CL-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE CL-PARAMETRO3 TO CL-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT CL-HOUVE-ERRO AND CL-COMPETENCIA = SPACES
               DISPLAY "ERRO: INFORME COMPETENCIA=AAAAMM"
               SET CL-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT CL-HOUVE-ERRO AND CL-DATA-CONTROLE = SPACES
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD"
               SET CL-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT CL-HOUVE-ERRO
               PERFORM 1200-INICIA-CONTROLE-EXECUCAO THRU 1200-EXIT
           END-IF.

           IF NOT CL-HOUVE-ERRO AND NOT CL-HOUVE-FALHA-IO
                   AND NOT CL-EXECUCAO-RECUSADA
               IF CL-MODO-ZERA
                   OPEN I-O SOMAMST-FILE
               ELSE
           END-IF.

           IF NOT CL-HOUVE-ERRO AND NOT CL-HOUVE-FALHA-IO
                   AND NOT CL-EXECUCAO-RECUSADA
               OPEN OUTPUT SOMASNP-FILE
               IF CL-FS-SOMASNP NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASNP - "

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: COMPETENCIA=AAAAMM, DATA=AAAAMMDD ou
      *> MODO=MANTEM/ZERA. Token em branco e ignorado; qualquer
      *> outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
                           "INVALIDO - " CL-TOKEN-ATUAL
                       SET CL-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN CL-TOKEN-ATUAL (1:5) = "DATA="
                   IF CL-TOKEN-ATUAL (6:8) NUMERIC
                           AND CL-TOKEN-ATUAL (14:7) = SPACES
                       MOVE CL-TOKEN-ATUAL (6:8) TO CL-DATA-CONTROLE
                   ELSE
                       DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                           CL-TOKEN-ATUAL
                       SET CL-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN CL-TOKEN-ATUAL (1:5) = "MODO="
                   EVALUATE CL-TOKEN-ATUAL (6:15)
                       WHEN "MANTEM"
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-INICIA-CONTROLE-EXECUCAO - abre o controle do ciclo
      *> SOMAEXE, confere o batimento SOMABAL da data como
      *> antecessor e registra o inicio do fechamento.
      *> ---------------------------------------------------------
       1200-INICIA-CONTROLE-EXECUCAO.
           MOVE "SOMABAL" TO CL-PASSO-ANTECESSOR.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF CL-SOMAEXE-ABERTO
               PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT
           END-IF.
           IF CL-SOMAEXE-ABERTO AND NOT CL-EXECUCAO-RECUSADA
                   AND NOT CL-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-CARREGA-ABERTURA - carrega o fechamento da
      *> competencia anterior (arquivo SOMAANT) na tabela de
      *>    4  parametro invalido, fechamento em duplicidade ou
      *>       tabela de aberturas excedida
      *>    8  overflow nos saldos ou falha de E/S irrecuperavel
      *>   20  execucao recusada: o SOMABAL da data nao terminou
      *>       ou terminou com RETURN-CODE diferente de 0 no controle
      *>       do ciclo SOMAEXE (ainda em execucao ou batimento
      *>       reprovado)
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN CL-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN CL-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN CL-HOUVE-FALHA-IO OR CL-HOUVE-OVERFLOW
           END-EVALUATE.
       8000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8100-ABRE-SOMAEXE - abre o arquivo de controle de
      *> execucao do ciclo SOMAEXE para atualizacao, criando-o
      *> vazio na primeira execucao (FILE STATUS 35). Qualquer
      *> outra falha na abertura - arquivo em uso por outro passo,
      *> por exemplo - e erro de E/S: o arquivo compartilhado nunca
      *> e recriado (o OPEN OUTPUT o esvaziaria).
      *> ---------------------------------------------------------
       8100-ABRE-SOMAEXE.
           OPEN I-O SOMAEXE-FILE.
           IF CL-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF CL-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF CL-FS-SOMAEXE = "00"
               SET CL-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" CL-FS-SOMAEXE
               SET CL-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (CL-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE diferente de 0.
      *> O antecessor e o batimento SOMABAL, que nao tem nivel de
      *> aviso: qualquer RETURN-CODE acima de 0 (inclusive o 4 de
      *> arquivo fora do esperado) significa batimento nao feito
      *> ou reprovado, e segura o passo.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE CL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE CL-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       CL-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       CL-DATA-CONTROLE
                   SET CL-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               CL-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               CL-DATA-CONTROLE
                           SET CL-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE NOT = 0
                           MOVE SM-EXE-RETURN-CODE
                               TO CL-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               CL-PASSO-ANTECESSOR " TERMINOU COM RC="
                               CL-RC-ANTECESSOR-ED " NA DATA "
                               CL-DATA-CONTROLE
                           SET CL-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF CL-FS-SOMAEXE NOT = "00" AND CL-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" CL-FS-SOMAEXE
               SET CL-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO CL-DATA-HORA-CONTROLE.
           MOVE "N" TO CL-SW-ENTRADA-EXISTE.
           MOVE CL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE CL-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CL-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT CL-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE CL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE CL-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE CL-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE CL-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF CL-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF CL-FS-SOMAEXE = "00"
               SET CL-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" CL-FS-SOMAEXE
               SET CL-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8400-REGISTRA-TERMINO - marca a entrada do passo como
      *> terminada com o RETURN-CODE ja definido e fecha o
      *> SOMAEXE. Se o termino nao puder ser gravado, a entrada
      *> continua em execucao (o passo seguinte se recusa a
      *> iniciar) e o RETURN-CODE sobe para 8.
      *> ---------------------------------------------------------
       8400-REGISTRA-TERMINO.
           IF CL-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO CL-DATA-HORA-CONTROLE
               MOVE CL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE CL-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CL-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE CL-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE CL-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF CL-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" CL-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF CL-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
