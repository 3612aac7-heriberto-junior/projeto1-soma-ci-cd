      *>                       de dia do SOMARPT e na rastreabili-
      *>                       dade do SOMATRC - as agencias deixam
      *>                       de pedir a soma por telefone.
      *>    2026-10-05  RFS    A linha de SOMAAUD passa a limpar o
      *>                       novo campo SM-AUD-ID-ORIGINAL
      *>                       (ligacao de estorno, so usada pelo
      *>                       lote).
      *>    2026-10-10  RFS    Servidor retomavel: checkpoint em
      *>                       SOMASCK a cada linha de SOMARQF
      *>                       tratada; reiniciado no mesmo dia,
      *>                       retoma depois da ultima requisicao
      *>                       atendida em vez de atender tudo de
      *>                       novo. Novo registro indexado SOMARQA
      *>                       das requisicoes atendidas no dia: um
      *>                       pedido que repete identificador e
      *>                       solicitante (reenvio apos timeout)
      *>                       nao e calculado de novo e recebe
      *>                       status DUPLICADO em SOMARPF com a
      *>                       resposta original, sem nova linha em
      *>                       SOMAAUD/SOMAOUT.
      *>    2026-10-11  RFS    Autorizacao dos solicitantes pelo
      *>                       novo arquivo indexado SOMASOL
      *>                       (operacoes permitidas, valor maximo
      *>                       por requisicao e cota diaria, com o
      *>                       uso do dia): solicitante
      *>                       desconhecido, operacao nao
      *>                       permitida, resultado acima do maximo
      *>                       ou cota esgotada recebem status
      *>                       NEGADO em SOMARPF e SOMAAUD. A
      *>                       resposta SOMARPF passa a trazer a
      *>                       operacao pedida, para o relatorio
      *>                       de uso SOMAUSO.
      *>    2026-10-15  RFS    A data/hora registrada no SOMARQA
      *>                       passa a vir de uma copia guardada
      *>                       antes do WRITE da resposta, e nao da
      *>                       area do registro SOMARPF ja gravado.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SV-FS-SOMAOUT.

           SELECT SOMARQA-FILE ASSIGN TO "SOMARQA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-RQA-CHAVE
               FILE STATUS IS SV-FS-SOMARQA.

           SELECT SOMASCK-FILE ASSIGN TO "SOMASCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SV-FS-SOMASCK.

           SELECT SOMASOL-FILE ASSIGN TO "SOMASOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SOL-SOLICITANTE
               FILE STATUS IS SV-FS-SOMASOL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMARQF-FILE
       01  SOMAOUT-RECORD.
           COPY SOMAREC.

       FD  SOMARQA-FILE.
       01  SOMARQA-RECORD.
           COPY SOMARQA.

       FD  SOMASCK-FILE
           RECORDING MODE IS F.
       01  SOMASCK-RECORD.
           COPY SOMASCK.

       FD  SOMASOL-FILE.
       01  SOMASOL-RECORD.
           COPY SOMASOL.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 SV-FS-SOMARQF PIC X(02) VALUE "00".
       77 SV-FS-SOMARPF PIC X(02) VALUE "00".
       77 SV-FS-SOMAAUD PIC X(02) VALUE "00".
       77 SV-FS-SOMAOUT PIC X(02) VALUE "00".
       77 SV-FS-SOMARQA PIC X(02) VALUE "00".
       77 SV-FS-SOMASCK PIC X(02) VALUE "00".
       77 SV-FS-SOMASOL PIC X(02) VALUE "00".

       77 SV-SW-EOF-SOMARQF PIC X(01) VALUE "N".
          88 SV-FIM-SOMARQF VALUE "S".

       77 SV-SW-EOF-SOMASCK PIC X(01) VALUE "N".
          88 SV-FIM-SOMASCK VALUE "S".

       77 SV-SW-SHUTDOWN PIC X(01) VALUE "N".
          88 SV-RECEBEU-SHUTDOWN VALUE "S".

       77 SV-QTDE-ATENDIDAS PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-PULADAS PIC 9(08) COMP VALUE 0.

      *> Retomada: a contagem de linhas ja atendidas parte do
      *> ultimo checkpoint do dia em SOMASCK (zero no primeiro
      *> inicio do dia). SV-LINHA-CORRENTE e a posicao, em
      *> SOMARQF, da linha em atendimento.
       77 SV-LINHA-RETOMADA PIC 9(08) COMP VALUE 0.
       77 SV-LINHA-CORRENTE PIC 9(08) COMP VALUE 0.
       77 SV-LINHA-ED PIC 9(08).
       77 SV-DATA-CORRENTE PIC X(08).
       77 SV-CKP-DATA PIC X(08) VALUE SPACES.
       77 SV-CKP-QTDE-LINHAS PIC 9(08) VALUE 0.
       77 SV-CKP-ID-REQUISICAO PIC X(12) VALUE SPACES.

      *> Situacao da requisicao corrente no registro SOMARQA das
      *> requisicoes ja atendidas no dia
       77 SV-SW-SITUACAO-REQUISICAO PIC X(01) VALUE "N".
          88 SV-REQUISICAO-NOVA VALUE "N".
          88 SV-REQUISICAO-REPETIDA VALUE "R".
          88 SV-LINHA-JA-ATENDIDA VALUE "L".
       77 SV-STATUS-ORIGINAL PIC X(10) VALUE SPACES.
       77 SV-DATA-HORA-ORIGINAL PIC X(21) VALUE SPACES.
      *> Data/hora da resposta gravada em SOMARPF, guardada antes
      *> do WRITE para o registro em SOMARQA (a area do registro e
      *> indefinida apos o WRITE)
       77 SV-DATA-HORA-RESPOSTA PIC X(21) VALUE SPACES.

      *> Autorizacao do solicitante da requisicao corrente pelo
      *> arquivo SOMASOL
       77 SV-SW-NEGADO PIC X(01) VALUE "N".
          88 SV-ATENDIMENTO-NEGADO VALUE "S".
       77 SV-MOTIVO-NEGACAO PIC X(24).
       77 SV-RESULTADO-ABS PIC 9(10)V99 VALUE 0.

      *> Validacao e calculo da requisicao corrente
       77 SV-SW-REQUISICAO-VALIDA PIC X(01) VALUE "S".
          88 SV-REQUISICAO-VALIDA VALUE "S".
       77 SV-QTDE-OK PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-REJEITADAS PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-OVERFLOW PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-DUPLICADAS PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-NEGADAS PIC 9(08) COMP VALUE 0.
       77 SV-QTDE-ED PIC 9(08).

       PROCEDURE DIVISION.
           CLOSE SOMARPF-FILE.
           CLOSE SOMAAUD-FILE.
           CLOSE SOMAOUT-FILE.
           CLOSE SOMARQA-FILE.
           CLOSE SOMASCK-FILE.
           CLOSE SOMASOL-FILE.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
      *> INTERVALO=nnn (segundos entre varreduras, padrao 5) e abre
      *> em modo de expansao a resposta SOMARPF, a trilha de
      *> auditoria SOMAAUD e a saida estruturada SOMAOUT, criando
      *> cada um na primeira execucao. Abre (criando se preciso) o
      *> registro SOMARQA das requisicoes atendidas, abre o
      *> arquivo de autorizacao SOMASOL (obrigatorio) e recupera
      *> do checkpoint SOMASCK o ponto de retomada do dia.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT SV-ARGUMENTO FROM COMMAND-LINE.
                       "FILE STATUS=" SV-FS-SOMAOUT
                   SET SV-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN I-O SOMARQA-FILE
               IF SV-FS-SOMARQA NOT = "00"
                   OPEN OUTPUT SOMARQA-FILE
                   IF SV-FS-SOMARQA = "00"
                       CLOSE SOMARQA-FILE
                       OPEN I-O SOMARQA-FILE
                   END-IF
               END-IF
               IF SV-FS-SOMARQA NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARQA - "
                       "FILE STATUS=" SV-FS-SOMARQA
                   SET SV-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN I-O SOMASOL-FILE
               IF SV-FS-SOMASOL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASOL - "
                       "FILE STATUS=" SV-FS-SOMASOL
                   SET SV-HOUVE-FALHA-IO TO TRUE
               END-IF

               PERFORM 1100-RECUPERA-CHECKPOINT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-RECUPERA-CHECKPOINT - le o checkpoint SOMASCK ate o
      *> ultimo registro. Se ele e do dia corrente, o servidor foi
      *> interrompido e reiniciado: a contagem de linhas ja
      *> atendidas parte dali e o checkpoint continua em modo de
      *> expansao. Senao (primeiro inicio do dia ou arquivo ainda
      *> inexistente), a contagem parte do zero e o checkpoint e
      *> recriado.
      *> ---------------------------------------------------------
       1100-RECUPERA-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SV-DATA-CORRENTE.
           MOVE "N" TO SV-SW-EOF-SOMASCK.
           OPEN INPUT SOMASCK-FILE.
           IF SV-FS-SOMASCK = "00"
               PERFORM 1110-LE-UM-CHECKPOINT THRU 1110-EXIT
                   UNTIL SV-FIM-SOMASCK
               CLOSE SOMASCK-FILE
           END-IF.

           IF SV-CKP-DATA = SV-DATA-CORRENTE
               MOVE SV-CKP-QTDE-LINHAS TO SV-QTDE-ATENDIDAS
               MOVE SV-CKP-QTDE-LINHAS TO SV-LINHA-RETOMADA
               MOVE SV-CKP-QTDE-LINHAS TO SV-LINHA-ED
               DISPLAY "RETOMADA APOS A LINHA " SV-LINHA-ED
                   " DE SOMARQF - ULTIMA REQUISICAO="
                   SV-CKP-ID-REQUISICAO
               OPEN EXTEND SOMASCK-FILE
           ELSE
               OPEN OUTPUT SOMASCK-FILE
           END-IF.
           IF SV-FS-SOMASCK NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASCK - "
                   "FILE STATUS=" SV-FS-SOMASCK
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1110-LE-UM-CHECKPOINT - le um registro do checkpoint,
      *> guardando o conteudo do ultimo lido.
      *> ---------------------------------------------------------
       1110-LE-UM-CHECKPOINT.
           READ SOMASCK-FILE
               AT END
                   SET SV-FIM-SOMASCK TO TRUE
               NOT AT END
                   MOVE SM-SCK-DATA TO SV-CKP-DATA
                   MOVE SM-SCK-QTDE-LINHAS TO SV-CKP-QTDE-LINHAS
                   MOVE SM-SCK-ID-REQUISICAO TO SV-CKP-ID-REQUISICAO
           END-READ.
       1110-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-UMA-VARREDURA - uma passada de polling: reabre o
      *> arquivo de requisicoes do inicio, pula as linhas ja
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-ATENDE-REQUISICAO - consulta a chave da requisicao
      *> corrente no registro SOMARQA das ja atendidas no dia:
      *>  - chave nova: confere a autorizacao do solicitante no
      *>    SOMASOL, valida e calcula a requisicao, grava a
      *>    resposta, a linha de auditoria e a saida estruturada do
      *>    atendimento, conta o uso do dia do solicitante e
      *>    registra a resposta em SOMARQA. Uma requisicao negada
      *>    grava so a resposta e a linha de auditoria NEGADO;
      *>  - chave ja atendida por outra linha (reenvio apos timeout
      *>    ou identificador repetido): nao calcula de novo e
      *>    responde DUPLICADO com a resposta original, sem linha
      *>    em SOMAAUD/SOMAOUT, que ja tem a do atendimento original;
      *>  - chave ja atendida por esta mesma linha: o servidor a
      *>    atendeu antes de ser interrompido, sem chegar ao
      *>    checkpoint; nada e gravado de novo.
      *> Por fim grava o checkpoint da linha em SOMASCK.
      *> ---------------------------------------------------------
       3000-ATENDE-REQUISICAO.
           COMPUTE SV-LINHA-CORRENTE = SV-QTDE-ATENDIDAS + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SV-DATA-CORRENTE.
           MOVE SPACES TO SV-STATUS-ORIGINAL.
           MOVE SPACES TO SV-DATA-HORA-ORIGINAL.
           MOVE "N" TO SV-SW-NEGADO.
           IF SM-RQF-OPERACAO = SPACES
               MOVE "ADD" TO SV-OPERACAO-CORRENTE
           ELSE
               MOVE SM-RQF-OPERACAO TO SV-OPERACAO-CORRENTE
           END-IF.
           SET SV-REQUISICAO-NOVA TO TRUE.
           IF SM-RQF-ID-REQUISICAO NOT = SPACES
               PERFORM 3300-CONSULTA-ATENDIDAS THRU 3300-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SV-LINHA-JA-ATENDIDA
                   MOVE SV-LINHA-CORRENTE TO SV-LINHA-ED
                   DISPLAY "REQUISICAO=" SM-RQF-ID-REQUISICAO
                       " JA ATENDIDA ANTES DA INTERRUPCAO (LINHA "
                       SV-LINHA-ED ")"
               WHEN SV-REQUISICAO-REPETIDA
                   ADD 1 TO SV-QTDE-DUPLICADAS
                   SET SV-HOUVE-ERRO TO TRUE
                   MOVE "DUPLICADO" TO SV-STATUS-ATENDIMENTO
                   MOVE SM-RQA-RESULTADO TO SV-RESULTADO
                   MOVE SM-RQA-STATUS TO SV-STATUS-ORIGINAL
                   MOVE SM-RQA-DATA-HORA TO SV-DATA-HORA-ORIGINAL
                   DISPLAY "REQUISICAO=" SM-RQF-ID-REQUISICAO
                       " SOLICITANTE=" SM-RQF-SOLICITANTE
                       " DUPLICADA - RESPOSTA ORIGINAL="
                       SV-STATUS-ORIGINAL
                   PERFORM 4000-GRAVA-RESPOSTA THRU 4000-EXIT
                   PERFORM 3500-CONTA-REPETICAO THRU 3500-EXIT
               WHEN OTHER
                   PERFORM 3700-VERIFICA-AUTORIZACAO THRU 3700-EXIT
                   IF NOT SV-ATENDIMENTO-NEGADO
                       PERFORM 3100-VALIDA-REQUISICAO THRU 3100-EXIT
                       IF SV-REQUISICAO-VALIDA
                           PERFORM 3200-CALCULA-OPERACAO
                               THRU 3200-EXIT
                           PERFORM 3710-VERIFICA-VALOR-MAXIMO
                               THRU 3710-EXIT
                       ELSE
                           ADD 1 TO SV-QTDE-REJEITADAS
                           SET SV-HOUVE-ERRO TO TRUE
                           MOVE 0 TO SV-RESULTADO
                           MOVE "REJEITADO" TO SV-STATUS-ATENDIMENTO
                           DISPLAY "REQUISICAO=" SM-RQF-ID-REQUISICAO
                               " REJEITADA MOTIVO="
                               SV-MOTIVO-REJEICAO
                       END-IF
                   END-IF
                   IF SV-ATENDIMENTO-NEGADO
                       PERFORM 3800-NEGA-REQUISICAO THRU 3800-EXIT
                   ELSE
                       PERFORM 4000-GRAVA-RESPOSTA THRU 4000-EXIT
                       PERFORM 5000-GRAVA-SAIDA THRU 5000-EXIT
                       PERFORM 5100-GRAVA-AUDITORIA THRU 5100-EXIT
                       PERFORM 3720-CONTA-USO THRU 3720-EXIT
                   END-IF
                   IF SM-RQF-ID-REQUISICAO NOT = SPACES
                       PERFORM 3400-REGISTRA-ATENDIDA THRU 3400-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 3600-GRAVA-CHECKPOINT THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-CONSULTA-ATENDIDAS - procura a chave do dia (data,
      *> solicitante e identificador) no registro SOMARQA e
      *> classifica a requisicao corrente como nova, repetida ou
      *> ja atendida por esta mesma linha de SOMARQF.
      *> ---------------------------------------------------------
       3300-CONSULTA-ATENDIDAS.
           MOVE SV-DATA-CORRENTE TO SM-RQA-DATA.
           MOVE SM-RQF-SOLICITANTE TO SM-RQA-SOLICITANTE.
           MOVE SM-RQF-ID-REQUISICAO TO SM-RQA-ID-REQUISICAO.
           READ SOMARQA-FILE
               INVALID KEY
                   SET SV-REQUISICAO-NOVA TO TRUE
               NOT INVALID KEY
                   IF SM-RQA-LINHA-SOMARQF = SV-LINHA-CORRENTE
                       SET SV-LINHA-JA-ATENDIDA TO TRUE
                   ELSE
                       SET SV-REQUISICAO-REPETIDA TO TRUE
                   END-IF
           END-READ.
           IF SV-FS-SOMARQA NOT = "00" AND SV-FS-SOMARQA NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMARQA - "
                   "FILE STATUS=" SV-FS-SOMARQA
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-REGISTRA-ATENDIDA - registra em SOMARQA a resposta
      *> original da requisicao corrente, com a linha de SOMARQF
      *> que a originou, para responder a um reenvio da mesma
      *> chave no dia.
      *> ---------------------------------------------------------
       3400-REGISTRA-ATENDIDA.
           INITIALIZE SOMARQA-RECORD.
           MOVE SV-DATA-CORRENTE TO SM-RQA-DATA.
           MOVE SM-RQF-SOLICITANTE TO SM-RQA-SOLICITANTE.
           MOVE SM-RQF-ID-REQUISICAO TO SM-RQA-ID-REQUISICAO.
           MOVE SV-LINHA-CORRENTE TO SM-RQA-LINHA-SOMARQF.
           MOVE SV-STATUS-ATENDIMENTO TO SM-RQA-STATUS.
           MOVE SV-RESULTADO TO SM-RQA-RESULTADO.
           MOVE SV-DATA-HORA-RESPOSTA TO SM-RQA-DATA-HORA.
           MOVE 0 TO SM-RQA-QTDE-REPETICOES.
           WRITE SOMARQA-RECORD.
           IF SV-FS-SOMARQA NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMARQA - "
                   "FILE STATUS=" SV-FS-SOMARQA
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-CONTA-REPETICAO - soma 1 aos reenvios da entrada de
      *> SOMARQA lida por 3300-CONSULTA-ATENDIDAS.
      *> ---------------------------------------------------------
       3500-CONTA-REPETICAO.
           ADD 1 TO SM-RQA-QTDE-REPETICOES.
           REWRITE SOMARQA-RECORD.
           IF SV-FS-SOMARQA NOT = "00"
               DISPLAY "ERRO: FALHA AO ATUALIZAR SOMARQA - "
                   "FILE STATUS=" SV-FS-SOMARQA
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3600-GRAVA-CHECKPOINT - grava em SOMASCK a posicao da
      *> linha tratada e a chave da requisicao, ponto de retomada
      *> do servidor se ele for interrompido daqui em diante.
      *> ---------------------------------------------------------
       3600-GRAVA-CHECKPOINT.
           INITIALIZE SOMASCK-RECORD.
           MOVE SV-DATA-CORRENTE TO SM-SCK-DATA.
           MOVE SV-LINHA-CORRENTE TO SM-SCK-QTDE-LINHAS.
           MOVE SM-RQF-ID-REQUISICAO TO SM-SCK-ID-REQUISICAO.
           MOVE SM-RQF-SOLICITANTE TO SM-SCK-SOLICITANTE.
           MOVE FUNCTION CURRENT-DATE TO SM-SCK-DATA-HORA.
           WRITE SOMASCK-RECORD.
           IF SV-FS-SOMASCK NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMASCK - "
                   "FILE STATUS=" SV-FS-SOMASCK
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3700-VERIFICA-AUTORIZACAO - confere no SOMASOL, antes do
      *> calculo, se o solicitante esta cadastrado, se pode pedir
      *> a operacao (operacao desconhecida fica para a validacao,
      *> que a rejeita) e se ainda tem cota no dia. Numa data
      *> diferente da do uso registrado, o uso recomeca de zero.
      *> ---------------------------------------------------------
       3700-VERIFICA-AUTORIZACAO.
           MOVE SM-RQF-SOLICITANTE TO SM-SOL-SOLICITANTE.
           READ SOMASOL-FILE
               INVALID KEY
                   SET SV-ATENDIMENTO-NEGADO TO TRUE
                   MOVE "SOLICITANTE-DESCONHECIDO"
                       TO SV-MOTIVO-NEGACAO
           END-READ.
           IF SV-FS-SOMASOL NOT = "00" AND SV-FS-SOMASOL NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMASOL - "
                   "FILE STATUS=" SV-FS-SOMASOL
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.

           IF NOT SV-ATENDIMENTO-NEGADO
               EVALUATE TRUE
                   WHEN SV-OPERACAO-CORRENTE = "ADD"
                           AND NOT SM-SOL-ADD-PERMITIDA
                   WHEN SV-OP-SUB AND NOT SM-SOL-SUB-PERMITIDA
                   WHEN SV-OP-MUL AND NOT SM-SOL-MUL-PERMITIDA
                   WHEN SV-OP-AVG AND NOT SM-SOL-AVG-PERMITIDA
                       SET SV-ATENDIMENTO-NEGADO TO TRUE
                       MOVE "OPERACAO-NAO-AUTORIZADA"
                           TO SV-MOTIVO-NEGACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF NOT SV-ATENDIMENTO-NEGADO
               IF SM-SOL-DATA-USO NOT = SV-DATA-CORRENTE
                   MOVE SV-DATA-CORRENTE TO SM-SOL-DATA-USO
                   MOVE 0 TO SM-SOL-USO-DIA
               END-IF
               IF SM-SOL-COTA-DIARIA > 0
                       AND SM-SOL-USO-DIA >= SM-SOL-COTA-DIARIA
                   SET SV-ATENDIMENTO-NEGADO TO TRUE
                   MOVE "COTA-DIARIA-ESGOTADA" TO SV-MOTIVO-NEGACAO
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3710-VERIFICA-VALOR-MAXIMO - nega o resultado OK cujo
      *> valor absoluto passa do valor maximo por requisicao do
      *> solicitante; o calculo nao conta como OK.
      *> ---------------------------------------------------------
       3710-VERIFICA-VALOR-MAXIMO.
           IF SV-STATUS-ATENDIMENTO = "OK"
                   AND SM-SOL-VALOR-MAXIMO > 0
               IF SV-RESULTADO < 0
                   SUBTRACT SV-RESULTADO FROM 0
                       GIVING SV-RESULTADO-ABS
               ELSE
                   MOVE SV-RESULTADO TO SV-RESULTADO-ABS
               END-IF
               IF SV-RESULTADO-ABS > SM-SOL-VALOR-MAXIMO
                   SUBTRACT 1 FROM SV-QTDE-OK
                   SET SV-ATENDIMENTO-NEGADO TO TRUE
                   MOVE "VALOR-ACIMA-DO-MAXIMO" TO SV-MOTIVO-NEGACAO
               END-IF
           END-IF.
       3710-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3720-CONTA-USO - soma 1 ao uso do dia do solicitante no
      *> SOMASOL, lido por 3700-VERIFICA-AUTORIZACAO.
      *> ---------------------------------------------------------
       3720-CONTA-USO.
           ADD 1 TO SM-SOL-USO-DIA.
           REWRITE SOMASOL-RECORD.
           IF SV-FS-SOMASOL NOT = "00"
               DISPLAY "ERRO: FALHA AO ATUALIZAR SOMASOL - "
                   "FILE STATUS=" SV-FS-SOMASOL
               SET SV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3720-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3800-NEGA-REQUISICAO - responde NEGADO a requisicao
      *> corrente, com resultado zero, e grava a linha de
      *> auditoria; nada vai para SOMAOUT, pois nada foi lancado.
      *> ---------------------------------------------------------
       3800-NEGA-REQUISICAO.
           ADD 1 TO SV-QTDE-NEGADAS.
           SET SV-HOUVE-ERRO TO TRUE.
           MOVE 0 TO SV-RESULTADO.
           MOVE "NEGADO" TO SV-STATUS-ATENDIMENTO.
           DISPLAY "REQUISICAO=" SM-RQF-ID-REQUISICAO
               " SOLICITANTE=" SM-RQF-SOLICITANTE
               " NEGADA MOTIVO=" SV-MOTIVO-NEGACAO.
           PERFORM 4000-GRAVA-RESPOSTA THRU 4000-EXIT.
           PERFORM 5100-GRAVA-AUDITORIA THRU 5100-EXIT.
       3800-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-GRAVA-RESPOSTA - grava a resposta da requisicao
      *> corrente com a chave do pedido, o status, o resultado, a
      *> data/hora do atendimento e a operacao pedida; numa
      *> resposta DUPLICADO, tambem o status e a data/hora da
      *> resposta original. A data/hora fica guardada em
      *> SV-DATA-HORA-RESPOSTA para o 3400-REGISTRA-ATENDIDA.
      *> ---------------------------------------------------------
       4000-GRAVA-RESPOSTA.
           INITIALIZE SOMARPF-RECORD.
           MOVE SV-STATUS-ATENDIMENTO TO SM-RPF-STATUS.
           MOVE SV-RESULTADO TO SM-RPF-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO SM-RPF-DATA-HORA.
           MOVE SM-RPF-DATA-HORA TO SV-DATA-HORA-RESPOSTA.
           MOVE SV-STATUS-ORIGINAL TO SM-RPF-STATUS-ORIGINAL.
           MOVE SV-DATA-HORA-ORIGINAL TO SM-RPF-DATA-HORA-ORIGINAL.
           MOVE SV-OPERACAO-CORRENTE TO SM-RPF-OPERACAO.
           WRITE SOMARPF-RECORD.
           IF SV-FS-SOMARPF NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMARPF - "
               MOVE SPACES TO SM-AUD-RESULTADO
           END-IF.
           MOVE SM-RQF-ID-REQUISICAO TO SM-AUD-ID-TRANSACAO.
           MOVE SPACES TO SM-AUD-ID-ORIGINAL.
           MOVE SV-OPERACAO-CORRENTE TO SM-AUD-OPERACAO.
           MOVE SV-STATUS-ATENDIMENTO TO SM-AUD-STATUS.
           MOVE 2 TO SM-AUD-QTDE-OPERANDOS.
      *> do servidor.
      *> ---------------------------------------------------------
       6000-EXIBE-RESUMO.
           COMPUTE SV-QTDE-ED = SV-QTDE-ATENDIDAS - SV-LINHA-RETOMADA.
           DISPLAY "REQUISICOES-ATENDIDAS=" SV-QTDE-ED.
           MOVE SV-LINHA-RETOMADA TO SV-QTDE-ED.
           DISPLAY "RETOMADA-APOS-LINHA=" SV-QTDE-ED.
           MOVE SV-QTDE-OK TO SV-QTDE-ED.
           DISPLAY "REQUISICOES-OK=" SV-QTDE-ED.
           MOVE SV-QTDE-REJEITADAS TO SV-QTDE-ED.
           DISPLAY "REQUISICOES-REJEITADAS=" SV-QTDE-ED.
           MOVE SV-QTDE-OVERFLOW TO SV-QTDE-ED.
           DISPLAY "REQUISICOES-OVERFLOW=" SV-QTDE-ED.
           MOVE SV-QTDE-DUPLICADAS TO SV-QTDE-ED.
           DISPLAY "REQUISICOES-DUPLICADAS=" SV-QTDE-ED.
           MOVE SV-QTDE-NEGADAS TO SV-QTDE-ED.
           DISPLAY "REQUISICOES-NEGADAS=" SV-QTDE-ED.
       6000-EXIT.
           EXIT.

      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  shutdown recebido, todas as requisicoes OK
      *>    4  parametro invalido ou requisicao rejeitada,
      *>       duplicada ou negada
      *>    8  overflow no calculo ou falha de E/S irrecuperavel
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
