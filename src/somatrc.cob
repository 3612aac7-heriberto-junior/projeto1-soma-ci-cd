      *>                       nunca com tela vazia - e o fim da
      *>                       garimpagem manual de tres arquivos
      *>                       a cada ligacao do sistema de origem.
      *>    2026-10-05  RFS    A historia passa a incluir os
      *>                       estornos: as linhas de SOMAAUD,
      *>                       SOMAARQ e SOMAOUT de um estorno que
      *>                       aponte a transacao pedida como
      *>                       original (ID-ORIGINAL), os estornos
      *>                       dela rejeitados em SOMAREJ e, quando
      *>                       a propria transacao pedida e um
      *>                       estorno, a original que ela
      *>                       reverteu. A conferencia no GL passa a
      *>                       incluir a data de negocio do estorno.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77 TR-QTDE-SAIDA PIC 9(08) COMP VALUE 0.
       77 TR-QTDE-REJEICOES PIC 9(08) COMP VALUE 0.
       77 TR-QTDE-LANCTOS-GL PIC 9(08) COMP VALUE 0.
       77 TR-QTDE-ESTORNOS PIC 9(08) COMP VALUE 0.
       77 TR-QTDE-ED PIC 9(08).

      *> Visao tipada da imagem original do registro rejeitado
      *> branco enquanto nenhum OK for encontrado em SOMAOUT)
       77 TR-DATA-NEGOCIO-OK PIC X(08) VALUE SPACES.

      *> Data de negocio do estorno OK da transacao, quando houver,
      *> conferida no GL junto com a do resultado OK
       77 TR-DATA-ESTORNO PIC X(08) VALUE SPACES.

      *> Campos editados para exibicao
       77 TR-RESULTADO-ED PIC -(9)9.99.
       77 TR-VALOR-GL-ED PIC -(11)9.99.

      *> ---------------------------------------------------------
      *> 2200-TRATA-UMA-LINHA-ARQ - exibe a linha do archive quando
      *> for da transacao pedida ou de um estorno dela.
      *> ---------------------------------------------------------
       2200-TRATA-UMA-LINHA-ARQ.
           IF TR-ARQ-ID-TRANSACAO = TR-ID-PEDIDO
                   TR-ARQ-PARAMETRO2
                   " RESULTADO=" TR-ARQ-RESULTADO
                   " STATUS=" TR-ARQ-STATUS
               IF TR-ARQ-ID-ORIGINAL NOT = SPACES
                   DISPLAY "AUDITORIA(ARQ): ESTORNO DA TRANSACAO "
                       TR-ARQ-ID-ORIGINAL
               END-IF
           END-IF.
           IF TR-ARQ-ID-ORIGINAL = TR-ID-PEDIDO
               ADD 1 TO TR-QTDE-AUDITORIA
               DISPLAY "AUDITORIA(ARQ): " TR-ARQ-DATA-HORA
                   " ESTORNO=" TR-ARQ-ID-TRANSACAO
                   " RESULTADO=" TR-ARQ-RESULTADO
                   " STATUS=" TR-ARQ-STATUS
           END-IF.
           PERFORM 2100-LE-SOMAARQ THRU 2100-EXIT.
       2200-EXIT.

      *> ---------------------------------------------------------
      *> 3200-TRATA-UMA-LINHA-AUD - exibe a linha da trilha quando
      *> for da transacao pedida ou de um estorno dela.
      *> ---------------------------------------------------------
       3200-TRATA-UMA-LINHA-AUD.
           IF SM-AUD-ID-TRANSACAO = TR-ID-PEDIDO
                   SM-AUD-PARAMETRO2
                   " RESULTADO=" SM-AUD-RESULTADO
                   " STATUS=" SM-AUD-STATUS
               IF SM-AUD-ID-ORIGINAL NOT = SPACES
                   DISPLAY "AUDITORIA: ESTORNO DA TRANSACAO "
                       SM-AUD-ID-ORIGINAL
               END-IF
           END-IF.
           IF SM-AUD-ID-ORIGINAL = TR-ID-PEDIDO
               ADD 1 TO TR-QTDE-AUDITORIA
               DISPLAY "AUDITORIA: " SM-AUD-DATA-HORA
                   " ESTORNO=" SM-AUD-ID-TRANSACAO
                   " RESULTADO=" SM-AUD-RESULTADO
                   " STATUS=" SM-AUD-STATUS
           END-IF.
           PERFORM 3100-LE-SOMAAUD THRU 3100-EXIT.
       3200-EXIT.

      *> ---------------------------------------------------------
      *> 4200-TRATA-UM-SOMAOUT - exibe o registro da saida
      *> estruturada quando for da transacao pedida ou de um
      *> estorno dela; um estorno OK guarda a sua data de negocio
      *> para a conferencia no GL.
      *> ---------------------------------------------------------
       4200-TRATA-UM-SOMAOUT.
           IF SM-OUT-ID-TRANSACAO = TR-ID-PEDIDO
               IF SM-OUT-STATUS = "OK"
                   MOVE SM-OUT-DATA-NEGOCIO TO TR-DATA-NEGOCIO-OK
               END-IF
               IF SM-OUT-ID-ORIGINAL NOT = SPACES
                   DISPLAY "RESULTADO: ESTORNO DA TRANSACAO "
                       SM-OUT-ID-ORIGINAL
                       " DATA-NEGOCIO-ORIGINAL=" SM-OUT-DATA-ORIGINAL
               END-IF
           END-IF.
           IF SM-OUT-ID-ORIGINAL = TR-ID-PEDIDO
               ADD 1 TO TR-QTDE-ESTORNOS
               MOVE SM-OUT-RESULTADO TO TR-RESULTADO-ED
               DISPLAY "ESTORNO: DATA-NEGOCIO=" SM-OUT-DATA-NEGOCIO
                   " ID-ESTORNO=" SM-OUT-ID-TRANSACAO
                   " RESULTADO=" TR-RESULTADO-ED
                   " STATUS=" SM-OUT-STATUS
               IF SM-OUT-STATUS = "OK"
                   MOVE SM-OUT-DATA-NEGOCIO TO TR-DATA-ESTORNO
               END-IF
           END-IF.
           PERFORM 4100-LE-SOMAOUT THRU 4100-EXIT.
       4200-EXIT.

      *> ---------------------------------------------------------
      *> 5200-TRATA-UM-REJEITADO - exibe a rejeicao quando a imagem
      *> original carrega o identificador pedido, ou quando e um
      *> estorno que apontava a transacao pedida como original.
      *> ---------------------------------------------------------
       5200-TRATA-UM-REJEITADO.
           MOVE SM-REJ-IMAGEM TO TR-IMAGEM-REJEITADA.
               DISPLAY "REJEICAO: REGISTRO=" TR-NUM-REGISTRO-ED
                   " MOTIVO=" SM-REJ-MOTIVO
           END-IF.
           IF TR-IMG-OP-ESTORNO
                   AND TR-IMG-EST-ID-ORIGINAL = TR-ID-PEDIDO
               ADD 1 TO TR-QTDE-REJEICOES
               MOVE SM-REJ-NUM-REGISTRO TO TR-NUM-REGISTRO-ED
               DISPLAY "REJEICAO DE ESTORNO: REGISTRO="
                   TR-NUM-REGISTRO-ED
                   " ID-ESTORNO=" TR-IMG-ID-TRANSACAO
                   " MOTIVO=" SM-REJ-MOTIVO
           END-IF.
           PERFORM 5100-LE-SOMAREJ THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-VERIFICA-GL - se a transacao teve resultado OK (ou
      *> estorno OK), confere se a data de negocio dele chegou a
      *> ter lancamento em SOMAGLF. A ausencia do arquivo nao e erro (o extrator
      *> pode nao ter rodado ainda), mas e dita com todas as
      *> letras.
      *> ---------------------------------------------------------
       6000-VERIFICA-GL.
           IF TR-DATA-NEGOCIO-OK = SPACES AND TR-DATA-ESTORNO = SPACES
               CONTINUE
           ELSE
               OPEN INPUT SOMAGLF-FILE
                   CLOSE SOMAGLF-FILE
                   IF TR-QTDE-LANCTOS-GL = 0
                       DISPLAY "LANCAMENTO-GL: NENHUM LANCAMENTO "
                           "PARA A DATA " TR-DATA-NEGOCIO-OK " "
                           TR-DATA-ESTORNO
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> 6200-TRATA-UM-LANCAMENTO - exibe o lancamento do GL quando
      *> for da data de negocio do resultado OK da transacao ou do
      *> seu estorno.
      *> ---------------------------------------------------------
       6200-TRATA-UM-LANCAMENTO.
           IF GL-REG-DETALHE
                   AND GL-REG-DATA-LANCTO NOT = SPACES
                   AND (GL-REG-DATA-LANCTO = TR-DATA-NEGOCIO-OK
                     OR GL-REG-DATA-LANCTO = TR-DATA-ESTORNO)
               ADD 1 TO TR-QTDE-LANCTOS-GL
               MOVE GL-REG-VALOR TO TR-VALOR-GL-ED
               DISPLAY "LANCAMENTO-GL: DATA=" GL-REG-DATA-LANCTO
      *> ---------------------------------------------------------
       7000-EXIBE-CONCLUSAO.
           IF TR-QTDE-AUDITORIA = 0 AND TR-QTDE-SAIDA = 0
                   AND TR-QTDE-REJEICOES = 0 AND TR-QTDE-ESTORNOS = 0
               DISPLAY "TRANSACAO " TR-ID-PEDIDO " NAO ENCONTRADA "
                   "EM SOMAAUD, SOMAOUT NEM SOMAREJ"
               IF NOT TR-COM-ARQUIVO
               DISPLAY "REGISTROS-DE-SAIDA=" TR-QTDE-ED
               MOVE TR-QTDE-REJEICOES TO TR-QTDE-ED
               DISPLAY "REJEICOES=" TR-QTDE-ED
               MOVE TR-QTDE-ESTORNOS TO TR-QTDE-ED
               DISPLAY "ESTORNOS=" TR-QTDE-ED
               MOVE TR-QTDE-LANCTOS-GL TO TR-QTDE-ED
               DISPLAY "LANCAMENTOS-GL-DA-DATA=" TR-QTDE-ED
           END-IF.
