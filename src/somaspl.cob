      *>                       trailer agora recusa o lote, como o
      *>                       SOMA de instancia unica ja fazia, em
      *>                       vez de ser distribuido a uma parte.
      *>    2026-10-09  RFS    Registro de inicio e fim da execucao
      *>                       no arquivo de controle do ciclo
      *>                       SOMAEXE (passo SOMASPL, data de
      *>                       negocio do header), com a quantidade
      *>                       de partes, primeiro passo da cadeia
      *>                       noturna.
      *>    2026-10-15  RFS    O SOMAEXE so e criado quando nao
      *>                       existe (FILE STATUS 35); outra falha
      *>                       na abertura e erro de E/S e nao
      *>                       esvazia o arquivo.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SP-FS-PARTE4.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS SP-FS-SOMAEXE.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAIN-FILE
       01  SOMAIN4-RECORD.
           COPY SOMAPAR REPLACING LEADING ==SM-IN== BY ==SP-P4==.

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 SP-FS-SOMAIN PIC X(02) VALUE "00".
       77 SP-PARTE-ED PIC 9(01).
       77 SP-IDX-PARTE PIC 9(01) COMP VALUE 0.

      *> Controle de execucao do ciclo noturno (SOMAEXE)
       77 SP-FS-SOMAEXE PIC X(02) VALUE "00".
       77 SP-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 SP-SOMAEXE-ABERTO VALUE "S".
       77 SP-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 SP-INICIO-REGISTRADO VALUE "S".
       77 SP-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 SP-ENTRADA-EXISTE VALUE "S".
       77 SP-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 SP-PASSO-CONTROLE PIC X(08) VALUE "SOMASPL".
       77 SP-DATA-HORA-CONTROLE PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige PARTES=n (2 a 4) na linha de
      *> comando, abre o SOMAIN de entrada, as n partes de saida
      *> e o controle de execucao do ciclo.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE 0 TO SP-QTDE-PARTE (1) SP-QTDE-PARTE (2)
                   VARYING SP-IDX-PARTE FROM 1 BY 1
                   UNTIL SP-IDX-PARTE > SP-QTDE-PARTES
           END-IF.

           IF NOT SP-HOUVE-ERRO AND NOT SP-HOUVE-FALHA-IO
               PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> quantidade capturada para a conferencia final. O rodizio
      *> (registro 1 na parte 1, registro 2 na parte 2, ...) e o
      *> que permite ao consolidador SOMAMRG refazer a ordem
      *> original das saidas. O inicio da execucao e registrado no
      *> SOMAEXE com a data de negocio do header aceito.
      *> ---------------------------------------------------------
       2000-DISTRIBUI-LOTE.
           PERFORM 2100-LE-SOMAIN THRU 2100-EXIT.
                   DISPLAY "ERRO: LOTE RECUSADO - HEADER AUSENTE"
                   SET SP-ERRO-LOTE TO TRUE
               WHEN OTHER
                   MOVE SM-IN-HDR-DATA-NEGOCIO TO SP-DATA-CONTROLE
                   PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-EVALUATE.

           IF SP-INICIO-REGISTRADO
               PERFORM 2300-GRAVA-EM-TODAS THRU 2300-EXIT
               PERFORM 2100-LE-SOMAIN THRU 2100-EXIT
               PERFORM 2200-DISTRIBUI-UM-REGISTRO THRU 2200-EXIT
                   UNTIL SP-FIM-SOMAIN OR SP-ERRO-LOTE
               PERFORM 2500-CONFERE-TRAILER THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *> particao seja um lote valido para o SOMA.
      *> ---------------------------------------------------------
       3000-GRAVA-TRAILERS.
           IF NOT SP-ERRO-LOTE AND SP-INICIO-REGISTRADO
               PERFORM 3100-GRAVA-UM-TRAILER THRU 3100-EXIT
                   VARYING SP-IDX-PARTE FROM 1 BY 1
                   UNTIL SP-IDX-PARTE > SP-QTDE-PARTES
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
           IF SP-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF SP-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF SP-FS-SOMAEXE = "00"
               SET SP-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" SP-FS-SOMAEXE
               SET SP-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao, com a quantidade de partes.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO SP-DATA-HORA-CONTROLE.
           MOVE "N" TO SP-SW-ENTRADA-EXISTE.
           MOVE SP-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE SP-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SP-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT SP-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE SP-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE SP-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE SP-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE SP-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.
           MOVE SP-QTDE-PARTES TO SM-EXE-QTDE-PARTES.

           IF SP-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF SP-FS-SOMAEXE = "00"
               SET SP-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" SP-FS-SOMAEXE
               SET SP-HOUVE-FALHA-IO TO TRUE
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
           IF SP-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO SP-DATA-HORA-CONTROLE
               MOVE SP-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE SP-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF SP-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE SP-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE SP-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF SP-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" SP-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF SP-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
