      *>                       reenviar - um lancamento devolvido
      *>                       deixa de ser descoberto so na
      *>                       conciliacao de fim de mes.
      *>    2026-10-09  RFS    Novo parametro obrigatorio DATA=
      *>                       AAAAMMDD (data de negocio do ciclo
      *>                       cujo retorno e processado). O
      *>                       processador registra inicio e fim no
      *>                       arquivo de controle do ciclo SOMAEXE
      *>                       e so inicia com o batimento SOMABAL
      *>                       da data terminado com RETURN-CODE 0;
      *>                       senao RETURN-CODE 20.
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
               FILE STATUS IS GK-FS-SOMAGKR.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS GK-FS-SOMAEXE.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAGLF-FILE
           RECORDING MODE IS F.
       01  SOMAGKR-RECORD PIC X(132).

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 GK-FS-SOMAGLF PIC X(02) VALUE "00".
       77 GK-SW-PENDENCIA PIC X(01) VALUE "N".
          88 GK-HOUVE-PENDENCIA VALUE "S".

      *> Parametro DATA= da linha de comando
       01 GK-ARGUMENTO PIC X(100).
       77 GK-PARAMETRO1 PIC X(20).

      *> Controle de execucao do ciclo noturno (SOMAEXE). O
      *> antecessor e o batimento SOMABAL da mesma data.
       77 GK-FS-SOMAEXE PIC X(02) VALUE "00".
       77 GK-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 GK-SOMAEXE-ABERTO VALUE "S".
       77 GK-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 GK-INICIO-REGISTRADO VALUE "S".
       77 GK-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 GK-ENTRADA-EXISTE VALUE "S".
       77 GK-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 GK-EXECUCAO-RECUSADA VALUE "S".
       77 GK-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 GK-PASSO-CONTROLE PIC X(08) VALUE "SOMAGLK".
       77 GK-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 GK-RC-ANTECESSOR-ED PIC 9(03).
       77 GK-DATA-HORA-CONTROLE PIC X(21).

      *> Lancamentos enviados carregados de SOMAGLF (uma entrada
      *> por detalhe "D"), com a situacao apurada pelo casamento
      *> com o retorno: "A" aceito, "D" devolvido, "N" sem resposta
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT GK-HOUVE-ERRO AND NOT GK-HOUVE-FALHA-IO
                   AND NOT GK-EXECUCAO-RECUSADA
               PERFORM 2000-CARREGA-ENVIADOS THRU 2000-EXIT
           END-IF.
           IF NOT GK-HOUVE-ERRO AND NOT GK-HOUVE-FALHA-IO
                   AND NOT GK-EXECUCAO-RECUSADA
               PERFORM 3000-CASA-RESPOSTAS THRU 3000-EXIT
               PERFORM 4000-IMPRIME-SITUACAO THRU 4000-EXIT
               CLOSE SOMAGLW-FILE
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige DATA=AAAAMMDD na linha de comando,
      *> confere o SOMABAL e registra o inicio no controle do ciclo
      *> SOMAEXE e abre os arquivos da execucao.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO GK-DATA-HORA-EXEC.
           ACCEPT GK-ARGUMENTO FROM COMMAND-LINE.
           UNSTRING GK-ARGUMENTO DELIMITED BY SPACE
               INTO GK-PARAMETRO1
           END-UNSTRING.

           IF GK-PARAMETRO1 (1:5) = "DATA="
                   AND GK-PARAMETRO1 (6:8) NUMERIC
                   AND GK-PARAMETRO1 (14:7) = SPACES
               MOVE GK-PARAMETRO1 (6:8) TO GK-DATA-CONTROLE
               PERFORM 1200-INICIA-CONTROLE-EXECUCAO THRU 1200-EXIT
           ELSE
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD - " GK-PARAMETRO1
               SET GK-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT GK-HOUVE-ERRO AND NOT GK-HOUVE-FALHA-IO
                   AND NOT GK-EXECUCAO-RECUSADA
               PERFORM 1100-ABRE-ARQUIVOS THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-ABRE-ARQUIVOS - abre os lancamentos enviados e o
      *> arquivo de retorno para leitura, a lista de re-extracao e
      *> o relatorio para gravacao, e imprime o cabecalho da
      *> primeira pagina.
      *> ---------------------------------------------------------
       1100-ABRE-ARQUIVOS.
           OPEN INPUT SOMAGLF-FILE.
           IF GK-FS-SOMAGLF NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAGLF - "
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-INICIA-CONTROLE-EXECUCAO - abre o controle do ciclo
      *> SOMAEXE, confere o batimento SOMABAL da data como
      *> antecessor e registra o inicio do processador.
      *> ---------------------------------------------------------
       1200-INICIA-CONTROLE-EXECUCAO.
           MOVE "SOMABAL" TO GK-PASSO-ANTECESSOR.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF GK-SOMAEXE-ABERTO
               PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT
           END-IF.
           IF GK-SOMAEXE-ABERTO AND NOT GK-EXECUCAO-RECUSADA
                   AND NOT GK-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *>       sem lancamento (ver relatorio e lista SOMAGLW), ou
      *>       arquivo de entrada fora do esperado
      *>    8  falha de E/S irrecuperavel
      *>   20  execucao recusada: o SOMABAL da data nao terminou
      *>       ou terminou com RETURN-CODE diferente de 0 no controle
      *>       do ciclo SOMAEXE
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN GK-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN GK-HOUVE-FALHA-IO
                   MOVE 8 TO RETURN-CODE
               WHEN GK-HOUVE-ERRO OR GK-HOUVE-PENDENCIA
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
           IF GK-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF GK-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF GK-FS-SOMAEXE = "00"
               SET GK-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" GK-FS-SOMAEXE
               SET GK-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (GK-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE diferente de 0.
      *> O antecessor e o batimento SOMABAL, que nao tem nivel de
      *> aviso: qualquer RETURN-CODE acima de 0 (inclusive o 4 de
      *> arquivo fora do esperado) significa batimento nao feito
      *> ou reprovado, e segura o passo.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE GK-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE GK-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       GK-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       GK-DATA-CONTROLE
                   SET GK-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               GK-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               GK-DATA-CONTROLE
                           SET GK-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE NOT = 0
                           MOVE SM-EXE-RETURN-CODE
                               TO GK-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               GK-PASSO-ANTECESSOR " TERMINOU COM RC="
                               GK-RC-ANTECESSOR-ED " NA DATA "
                               GK-DATA-CONTROLE
                           SET GK-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF GK-FS-SOMAEXE NOT = "00" AND GK-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" GK-FS-SOMAEXE
               SET GK-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO GK-DATA-HORA-CONTROLE.
           MOVE "N" TO GK-SW-ENTRADA-EXISTE.
           MOVE GK-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE GK-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GK-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT GK-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE GK-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE GK-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE GK-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE GK-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF GK-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF GK-FS-SOMAEXE = "00"
               SET GK-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" GK-FS-SOMAEXE
               SET GK-HOUVE-FALHA-IO TO TRUE
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
           IF GK-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO GK-DATA-HORA-CONTROLE
               MOVE GK-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE GK-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF GK-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE GK-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE GK-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF GK-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" GK-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF GK-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
