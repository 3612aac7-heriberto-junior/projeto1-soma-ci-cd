      *>                       com as pernas exatas que divergem,
      *>                       com RETURN-CODE 12 para que o
      *>                       scheduler segure os jobs seguintes.
      *>    2026-10-07  RFS    Detalhes retidos por limite de
      *>                       categoria (status RETIDO em SOMAOUT)
      *>                       passam a ser uma perna propria:
      *>                       detalhes entrados = OK + rejeitados +
      *>                       retidos. As linhas gravadas depois
      *>                       pelo programa de liberacao SOMALIB
      *>                       (aprovados e negados) ficam fora das
      *>                       pernas de contagem do lote e sao
      *>                       informadas a parte; o valor aprovado
      *>                       entra na perna do GL.
      *>    2026-10-09  RFS    O batimento registra inicio e fim no
      *>                       arquivo de controle do ciclo SOMAEXE
      *>                       (passo SOMABAL na data pedida) e so
      *>                       inicia com o SOMAGL da mesma data
      *>                       terminado com RETURN-CODE 0; senao
      *>                       RETURN-CODE 20. O RETURN-CODE 12 de
      *>                       batimento reprovado fica registrado
      *>                       e segura o SOMAGLK e o SOMACLS.
      *>    2026-10-15  RFS    O passo antecessor passa a liberar a
      *>                       execucao quando terminou com
      *>                       RETURN-CODE ate 4: o RC 4 (aviso ou
      *>                       registros rejeitados) nao segura mais
      *>                       a cadeia. O SOMAEXE so e criado
      *>                       quando nao existe (FILE STATUS 35);
      *>                       outra falha na abertura e erro de
      *>                       E/S e nao esvazia o arquivo.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BA-FS-SOMABRL.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS BA-FS-SOMAEXE.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAIN-FILE
           RECORDING MODE IS F.
       01  SOMABRL-RECORD PIC X(132).

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 BA-FS-SOMAIN PIC X(02) VALUE "00".
       77 BA-PARAMETRO1 PIC X(20).
       77 BA-DATA-NEGOCIO PIC X(08).

      *> Controle de execucao do ciclo noturno (SOMAEXE). O
      *> antecessor e o extrator contabil SOMAGL da mesma data.
       77 BA-FS-SOMAEXE PIC X(02) VALUE "00".
       77 BA-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 BA-SOMAEXE-ABERTO VALUE "S".
       77 BA-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 BA-INICIO-REGISTRADO VALUE "S".
       77 BA-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 BA-ENTRADA-EXISTE VALUE "S".
       77 BA-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 BA-EXECUCAO-RECUSADA VALUE "S".
       77 BA-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 BA-PASSO-CONTROLE PIC X(08) VALUE "SOMABAL".
       77 BA-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 BA-RC-ANTECESSOR-ED PIC 9(03).
       77 BA-DATA-HORA-CONTROLE PIC X(21).

      *> Totais levantados de SOMAIN (header, detalhes e trailer)
       77 BA-IN-QTDE-DETALHES PIC 9(08) COMP VALUE 0.
       77 BA-IN-QTDE-TRAILER PIC 9(08) COMP VALUE 0.
      *> sao contadas a parte e informadas no certificado)
       77 BA-OUT-QTDE-OK PIC 9(08) COMP VALUE 0.
       77 BA-OUT-QTDE-REJEITADO PIC 9(08) COMP VALUE 0.
       77 BA-OUT-QTDE-RETIDO PIC 9(08) COMP VALUE 0.
       77 BA-OUT-TOTAL-OK PIC S9(13)V99 VALUE 0.
       77 BA-OUT-TOTAL-RETIDO PIC S9(13)V99 VALUE 0.
       77 BA-FORA-QTDE-OK PIC 9(08) COMP VALUE 0.
       77 BA-FORA-QTDE-REJEITADO PIC 9(08) COMP VALUE 0.
       77 BA-FORA-TOTAL-OK PIC S9(13)V99 VALUE 0.

      *> Linhas de SOMAOUT da data gravadas pelo programa de
      *> liberacao SOMALIB (retidos aprovados e negados pelo
      *> supervisor), contadas fora das pernas do lote
       77 BA-LIB-QTDE-APROVADO PIC 9(08) COMP VALUE 0.
       77 BA-LIB-QTDE-NEGADO PIC 9(08) COMP VALUE 0.
       77 BA-LIB-TOTAL-APROVADO PIC S9(13)V99 VALUE 0.

      *> Totais levantados de SOMAREJ (os negados acrescentados pela
      *> liberacao SOMALIB sao contados a parte)
       77 BA-REJ-QTDE PIC 9(08) COMP VALUE 0.
       77 BA-REJ-QTDE-NEGADOS PIC 9(08) COMP VALUE 0.

      *> Totais levantados de SOMAGLF (lancamentos da data pedida,
      *> e detalhes/trailer do arquivo inteiro para a conferencia
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT BA-HOUVE-ERRO AND NOT BA-HOUVE-FALHA-IO
                   AND NOT BA-EXECUCAO-RECUSADA
               PERFORM 2000-LEVANTA-SOMAIN THRU 2000-EXIT
           END-IF.
           IF NOT BA-HOUVE-ERRO AND NOT BA-HOUVE-FALHA-IO
                   AND NOT BA-EXECUCAO-RECUSADA
               PERFORM 3000-LEVANTA-SOMAOUT THRU 3000-EXIT
               PERFORM 3500-LEVANTA-SOMAREJ THRU 3500-EXIT
               PERFORM 4000-LEVANTA-SOMAGLF THRU 4000-EXIT
           END-IF.
           IF NOT BA-HOUVE-ERRO AND NOT BA-HOUVE-FALHA-IO
                   AND NOT BA-EXECUCAO-RECUSADA
               PERFORM 5000-AVALIA-PERNAS THRU 5000-EXIT
               PERFORM 6000-IMPRIME-VEREDICTO THRU 6000-EXIT
               CLOSE SOMABRL-FILE
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige DATA=AAAAMMDD na linha de comando,
      *> confere o SOMAGL e registra o inicio no controle do ciclo
      *> SOMAEXE e abre o certificado de batimento com o cabecalho
      *> da primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO BA-DATA-HORA-EXEC.
                   AND BA-PARAMETRO1 (6:8) NUMERIC
                   AND BA-PARAMETRO1 (14:7) = SPACES
               MOVE BA-PARAMETRO1 (6:8) TO BA-DATA-NEGOCIO
               MOVE BA-DATA-NEGOCIO TO BA-DATA-CONTROLE
               PERFORM 1200-INICIA-CONTROLE-EXECUCAO THRU 1200-EXIT
           ELSE
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD - "
                   BA-PARAMETRO1
               SET BA-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT BA-HOUVE-ERRO AND NOT BA-HOUVE-FALHA-IO
                   AND NOT BA-EXECUCAO-RECUSADA
               OPEN OUTPUT SOMABRL-FILE
               IF BA-FS-SOMABRL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMABRL - "
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-INICIA-CONTROLE-EXECUCAO - abre o controle do ciclo
      *> SOMAEXE, confere o extrator contabil SOMAGL da data como
      *> antecessor e registra o inicio do batimento.
      *> ---------------------------------------------------------
       1200-INICIA-CONTROLE-EXECUCAO.
           MOVE "SOMAGL" TO BA-PASSO-ANTECESSOR.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF BA-SOMAEXE-ABERTO
               PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT
           END-IF.
           IF BA-SOMAEXE-ABERTO AND NOT BA-EXECUCAO-RECUSADA
                   AND NOT BA-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-LEVANTA-SOMAIN - le o SOMAIN do lote, confere que o
      *> header e da data pedida, conta os detalhes e captura a
      *> ---------------------------------------------------------
      *> 3000-LEVANTA-SOMAOUT - le a saida estruturada inteira e
      *> acumula, somente da data de negocio pedida, a quantidade
      *> de linhas OK, REJEITADO e RETIDO e a soma dos resultados
      *> OK e RETIDO.
      *> ---------------------------------------------------------
       3000-LEVANTA-SOMAOUT.
           OPEN INPUT SOMAOUT-FILE.
      *> valor OK delas entra na perna do GL (o SOMAGL agrega toda
      *> linha OK da data, de qualquer origem), mas nao nas pernas
      *> de contagem do lote, para nao reprovar como falso alarme.
      *> As linhas gravadas pela liberacao SOMALIB para os retidos
      *> da data (SM-OUT-LINHA-LIBERACAO) tambem ficam fora das
      *> pernas de contagem - o detalhe ja foi contado como RETIDO
      *> - e o valor aprovado entra na perna do GL.
      *> ---------------------------------------------------------
       3200-ACUMULA-UM-SOMAOUT.
           IF SM-OUT-DATA-NEGOCIO = BA-DATA-NEGOCIO
               PERFORM 3300-VERIFICA-PERTENCE THRU 3300-EXIT
               EVALUATE TRUE
                   WHEN SM-OUT-LINHA-LIBERACAO
                           AND SM-OUT-STATUS = "OK"
                       ADD 1 TO BA-LIB-QTDE-APROVADO
                       ADD SM-OUT-RESULTADO TO BA-LIB-TOTAL-APROVADO
                   WHEN SM-OUT-LINHA-LIBERACAO
                       ADD 1 TO BA-LIB-QTDE-NEGADO
                   WHEN SM-OUT-STATUS = "OK" AND BA-ID-ACHADO
                       ADD 1 TO BA-OUT-QTDE-OK
                       ADD SM-OUT-RESULTADO TO BA-OUT-TOTAL-OK
                   WHEN SM-OUT-STATUS = "REJEITADO" AND BA-ID-ACHADO
                       ADD 1 TO BA-OUT-QTDE-REJEITADO
                   WHEN SM-OUT-STATUS = "RETIDO" AND BA-ID-ACHADO
                       ADD 1 TO BA-OUT-QTDE-RETIDO
                       ADD SM-OUT-RESULTADO TO BA-OUT-TOTAL-RETIDO
                   WHEN SM-OUT-STATUS = "OK"
                       ADD 1 TO BA-FORA-QTDE-OK
                       ADD SM-OUT-RESULTADO TO BA-FORA-TOTAL-OK

      *> ---------------------------------------------------------
      *> 3700-CONTA-UM-REJEITADO - conta uma linha do arquivo de
      *> rejeitados; um retido negado acrescentado pela liberacao
      *> SOMALIB e contado a parte.
      *> ---------------------------------------------------------
       3700-CONTA-UM-REJEITADO.
           IF SM-REJ-NEGADO-LIBERACAO
               ADD 1 TO BA-REJ-QTDE-NEGADOS
           ELSE
               ADD 1 TO BA-REJ-QTDE
           END-IF.
           PERFORM 3600-LE-SOMAREJ THRU 3600-EXIT.
       3700-EXIT.
           EXIT.
           MOVE BA-IN-QTDE-DETALHES TO BA-VALOR-DIREITO.
           PERFORM 5100-AVALIA-UMA-PERNA THRU 5100-EXIT.

           MOVE "DETALHES DE SOMAIN X OK + REJEITADOS + RETIDOS"
               TO BA-PERNA-DESCRICAO.
           MOVE BA-IN-QTDE-DETALHES TO BA-VALOR-ESQUERDO.
           COMPUTE BA-VALOR-DIREITO = BA-OUT-QTDE-OK
               + BA-OUT-QTDE-REJEITADO + BA-OUT-QTDE-RETIDO.
           PERFORM 5100-AVALIA-UMA-PERNA THRU 5100-EXIT.

           MOVE "REJEITADOS (SOMAOUT) X LINHAS DE SOMAREJ"
           PERFORM 5100-AVALIA-UMA-PERNA THRU 5100-EXIT.

      *> O SOMAGL agrega toda linha OK da data, inclusive as de
      *> fora do lote (CLI/intradia) e as dos retidos aprovados na
      *> liberacao, entao o lado esquerdo desta perna soma as tres
      *> parcelas.
           MOVE "RESULTADOS OK DA DATA X LIQUIDO NO GL"
               TO BA-PERNA-DESCRICAO.
           COMPUTE BA-VALOR-ESQUERDO = BA-OUT-TOTAL-OK
               + BA-FORA-TOTAL-OK + BA-LIB-TOTAL-APROVADO.
           MOVE BA-GL-TOTAL-DATA TO BA-VALOR-DIREITO.
           PERFORM 5100-AVALIA-UMA-PERNA THRU 5100-EXIT.

           PERFORM 5100-AVALIA-UMA-PERNA THRU 5100-EXIT.

           PERFORM 5200-INFORMA-FORA-LOTE THRU 5200-EXIT.
           PERFORM 5300-INFORMA-RETIDOS THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5300-INFORMA-RETIDOS - quando houve detalhes do lote
      *> retidos por limite ou decisoes da liberacao SOMALIB para
      *> a data, informa-os no certificado com situacao INFO: o
      *> valor retido (ainda nao lancado, fora da perna do GL), os
      *> aprovados (a esquerda) e negados (a direita) ja decididos,
      *> o valor aprovado (somado na perna do GL) e os negados
      *> acrescentados ao SOMAREJ (fora da perna de rejeitados).
      *> ---------------------------------------------------------
       5300-INFORMA-RETIDOS.
           IF BA-OUT-QTDE-RETIDO > 0
               MOVE "VALOR RETIDO POR LIMITE, FORA DA PERNA DO GL"
                   TO BA-PER-DESCRICAO
               MOVE BA-OUT-TOTAL-RETIDO TO BA-PER-ESQUERDO
               MOVE 0 TO BA-PER-DIREITO
               MOVE "INFO" TO BA-PER-SITUACAO
               MOVE BA-LIN-PERNA TO SOMABRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.

           IF BA-LIB-QTDE-APROVADO > 0 OR BA-LIB-QTDE-NEGADO > 0
               MOVE "RETIDOS DA DATA APROVADOS X NEGADOS (SOMALIB)"
                   TO BA-PER-DESCRICAO
               MOVE BA-LIB-QTDE-APROVADO TO BA-PER-ESQUERDO
               MOVE BA-LIB-QTDE-NEGADO TO BA-PER-DIREITO
               MOVE "INFO" TO BA-PER-SITUACAO
               MOVE BA-LIN-PERNA TO SOMABRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT

               MOVE "VALOR APROVADO NA LIBERACAO, SOMADO NO GL"
                   TO BA-PER-DESCRICAO
               MOVE BA-LIB-TOTAL-APROVADO TO BA-PER-ESQUERDO
               MOVE 0 TO BA-PER-DIREITO
               MOVE "INFO" TO BA-PER-SITUACAO
               MOVE BA-LIN-PERNA TO SOMABRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.

           IF BA-REJ-QTDE-NEGADOS > 0
               MOVE "NEGADOS NA LIBERACAO ACRESCENTADOS AO SOMAREJ"
                   TO BA-PER-DESCRICAO
               MOVE BA-REJ-QTDE-NEGADOS TO BA-PER-ESQUERDO
               MOVE 0 TO BA-PER-DIREITO
               MOVE "INFO" TO BA-PER-SITUACAO
               MOVE BA-LIN-PERNA TO SOMABRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-IMPRIME-VEREDICTO - imprime o veredicto do batimento
      *> (certificado aprovado ou pagina de excecoes) e o rodape, e
      *>    8  falha de E/S irrecuperavel
      *>   12  batimento reprovado (ha perna divergente) - o
      *>       scheduler deve segurar os jobs seguintes
      *>   20  execucao recusada: o SOMAGL da data nao terminou ou
      *>       terminou com RETURN-CODE acima de 4 no controle do
      *>       ciclo SOMAEXE
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN BA-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN BA-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN BA-HOUVE-FALHA-IO
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
           IF BA-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF BA-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF BA-FS-SOMAEXE = "00"
               SET BA-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" BA-FS-SOMAEXE
               SET BA-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (BA-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE acima de 4: 0
      *> (OK) e 4 (terminado com aviso ou com registros
      *> rejeitados) liberam o passo seguinte.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE BA-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE BA-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       BA-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       BA-DATA-CONTROLE
                   SET BA-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               BA-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               BA-DATA-CONTROLE
                           SET BA-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE > 4
                           MOVE SM-EXE-RETURN-CODE
                               TO BA-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               BA-PASSO-ANTECESSOR " TERMINOU COM RC="
                               BA-RC-ANTECESSOR-ED " NA DATA "
                               BA-DATA-CONTROLE
                           SET BA-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF BA-FS-SOMAEXE NOT = "00" AND BA-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" BA-FS-SOMAEXE
               SET BA-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO BA-DATA-HORA-CONTROLE.
           MOVE "N" TO BA-SW-ENTRADA-EXISTE.
           MOVE BA-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE BA-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BA-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT BA-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE BA-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE BA-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE BA-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE BA-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF BA-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF BA-FS-SOMAEXE = "00"
               SET BA-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" BA-FS-SOMAEXE
               SET BA-HOUVE-FALHA-IO TO TRUE
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
           IF BA-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO BA-DATA-HORA-CONTROLE
               MOVE BA-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE BA-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BA-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE BA-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE BA-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF BA-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" BA-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF BA-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
