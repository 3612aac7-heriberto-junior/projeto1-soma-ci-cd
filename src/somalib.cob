IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMALIB.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-07.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-07  RFS    Versao original: liberacao dos
      *>                       detalhes retidos por limite de
      *>                       categoria. Carrega a fila SOMARET e
      *>                       aplica as decisoes do supervisor do
      *>                       arquivo SOMADEC (aprovar ou negar,
      *>                       com usuario e codigo de motivo). Um
      *>                       retido aprovado e lancado pelas
      *>                       mesmas regras do lote - master
      *>                       SOMAMST, SOMAIDS, uso diario do
      *>                       SOMALIM, linha OK em SOMAOUT e
      *>                       SOMAAUD, na data de negocio do lote
      *>                       que o reteve (um identificador ja
      *>                       processado e rejeitado como
      *>                       DUPLICADO); um retido negado vai
      *>                       para SOMAREJ, com linha REJEITADO em
      *>                       SOMAOUT e SOMAAUD. Imprime a
      *>                       listagem SOMALRL de decididos e
      *>                       pendentes para a assinatura do
      *>                       supervisor e regrava SOMARET somente
      *>                       com os itens ainda sem decisao.
      *>    2026-10-13  RFS    Um retido aprovado e lancado liquida,
      *>                       como o lancamento OK do lote, as
      *>                       pendencias em aberto do seu
      *>                       identificador no registro de
      *>                       suspenso SOMASUS (uma ressubmissao
      *>                       corrigida pode ter sido retida por
      *>                       limite). Sem o SOMASUS nada e
      *>                       liquidado.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMARET-FILE ASSIGN TO "SOMARET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMARET.

           SELECT SOMADEC-FILE ASSIGN TO "SOMADEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMADEC.

           SELECT SOMAMST-FILE ASSIGN TO "SOMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MST-CATEGORIA
               FILE STATUS IS LB-FS-SOMAMST.

           SELECT SOMAIDS-FILE ASSIGN TO "SOMAIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-IDS-ID-TRANSACAO
               FILE STATUS IS LB-FS-SOMAIDS.

           SELECT SOMALIM-FILE ASSIGN TO "SOMALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-LIM-CATEGORIA
               FILE STATUS IS LB-FS-SOMALIM.

           SELECT SOMASUS-FILE ASSIGN TO "SOMASUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUS-CHAVE
               FILE STATUS IS LB-FS-SOMASUS.

           SELECT SOMAOUT-FILE ASSIGN TO "SOMAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMAOUT.

           SELECT SOMAAUD-FILE ASSIGN TO "SOMAAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMAAUD.

           SELECT SOMAREJ-FILE ASSIGN TO "SOMAREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMAREJ.

           SELECT SOMALRL-FILE ASSIGN TO "SOMALRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FS-SOMALRL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMARET-FILE
           RECORDING MODE IS F.
       01  SOMARET-RECORD.
           COPY SOMARET.

       FD  SOMADEC-FILE
           RECORDING MODE IS F.
       01  SOMADEC-RECORD.
           COPY SOMADEC.

       FD  SOMAMST-FILE.
       01  SOMAMST-RECORD.
           COPY SOMAMST.

       FD  SOMAIDS-FILE.
       01  SOMAIDS-RECORD.
           COPY SOMAIDS.

       FD  SOMALIM-FILE.
       01  SOMALIM-RECORD.
           COPY SOMALIM.

       FD  SOMASUS-FILE.
       01  SOMASUS-RECORD.
           COPY SOMASUS.

       FD  SOMAOUT-FILE
           RECORDING MODE IS F.
       01  SOMAOUT-RECORD.
           COPY SOMAREC.

       FD  SOMAAUD-FILE
           RECORDING MODE IS F.
       01  SOMAAUD-RECORD.
           COPY SOMAAUD.

       FD  SOMAREJ-FILE
           RECORDING MODE IS F.
       01  SOMAREJ-RECORD.
           COPY SOMAREJ.

       FD  SOMALRL-FILE
           RECORDING MODE IS F.
       01  SOMALRL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 LB-FS-SOMARET PIC X(02) VALUE "00".
       77 LB-FS-SOMADEC PIC X(02) VALUE "00".
       77 LB-FS-SOMAMST PIC X(02) VALUE "00".
       77 LB-FS-SOMAIDS PIC X(02) VALUE "00".
       77 LB-FS-SOMALIM PIC X(02) VALUE "00".
       77 LB-FS-SOMAOUT PIC X(02) VALUE "00".
       77 LB-FS-SOMAAUD PIC X(02) VALUE "00".
       77 LB-FS-SOMAREJ PIC X(02) VALUE "00".
       77 LB-FS-SOMALRL PIC X(02) VALUE "00".
       77 LB-FS-SOMASUS PIC X(02) VALUE "00".

       77 LB-SW-EOF-SOMARET PIC X(01) VALUE "N".
          88 LB-FIM-SOMARET VALUE "S".

       77 LB-SW-EOF-SOMADEC PIC X(01) VALUE "N".
          88 LB-FIM-SOMADEC VALUE "S".

       77 LB-SW-HA-DECISOES PIC X(01) VALUE "N".
          88 LB-HA-DECISOES VALUE "S".

       77 LB-SW-LIMITES-ABERTO PIC X(01) VALUE "N".
          88 LB-LIMITES-ABERTO VALUE "S".

       77 LB-SW-SUSPENSOS-ABERTO PIC X(01) VALUE "N".
          88 LB-SUSPENSOS-ABERTO VALUE "S".

      *> Liquidacao das pendencias do SOMASUS do retido aprovado,
      *> percorridas a partir da chave identificador + data em
      *> LOW-VALUES.
       77 LB-SW-FIM-PENDENCIAS PIC X(01) VALUE "N".
          88 LB-FIM-PENDENCIAS VALUE "S".
       77 LB-QTDE-PEND-LIQUIDADAS PIC 9(08) COMP VALUE 0.

       77 LB-SW-ERRO PIC X(01) VALUE "N".
          88 LB-HOUVE-ERRO VALUE "S".

       77 LB-SW-FALHA-IO PIC X(01) VALUE "N".
          88 LB-HOUVE-FALHA-IO VALUE "S".

       77 LB-SW-OVERFLOW PIC X(01) VALUE "N".
          88 LB-HOUVE-OVERFLOW VALUE "S".

      *> Fila de retidos carregada de SOMARET, mantida em memoria
      *> durante a aplicacao das decisoes e regravada de uma vez ao
      *> final somente com os itens ainda pendentes. Uma linha
      *> repetida (mesma data, registro e identificador - detalhe
      *> refeito por um RESTART= do lote) e carregada uma vez so.
       77 LB-MAX-RETIDOS PIC 9(04) COMP VALUE 2000.
       01 LB-TABELA-RETIDOS.
          05 LB-RET-ENTRADA OCCURS 2000 TIMES
                            INDEXED BY LB-RET-IDX.
             10 LB-RET-DATA-NEGOCIO  PIC X(08).
             10 LB-RET-NUM-REGISTRO  PIC 9(08).
             10 LB-RET-ID-TRANSACAO  PIC X(12).
             10 LB-RET-MOTIVO        PIC X(20).
             10 LB-RET-RESULTADO     PIC S9(10)V99.
             10 LB-RET-SISTEMA       PIC X(08).
             10 LB-RET-IMAGEM        PIC X(60).
             10 LB-RET-SITUACAO      PIC X(01).
                88 LB-RET-PENDENTE     VALUE "P".
                88 LB-RET-DECIDIDO     VALUE "A" "N" "D".
       77 LB-QTDE-RETIDOS PIC 9(04) COMP VALUE 0.
       77 LB-RET-ATUAL PIC 9(04) COMP VALUE 0.
       77 LB-SW-RETIDO-ACHADO PIC X(01) VALUE "N".
          88 LB-RETIDO-ACHADO VALUE "S".

      *> Imagem do detalhe de SOMAIN retido, para recuperar
      *> operandos, operacao, categoria e moeda no lancamento
       01 LB-IMAGEM-SOMAIN.
           COPY SOMAPAR.

      *> Validacao e aplicacao da decisao corrente
       77 LB-SW-DECISAO-VALIDA PIC X(01) VALUE "S".
          88 LB-DECISAO-VALIDA VALUE "S".
       77 LB-MOTIVO-RECUSA PIC X(30).
       77 LB-SITUACAO-TEXTO PIC X(20).
       77 LB-SW-ID-DUPLICADO PIC X(01) VALUE "N".
          88 LB-ID-DUPLICADO VALUE "S".
       77 LB-MOTIVO-REJEICAO PIC X(20).
       77 LB-OPERACAO PIC X(03).
       77 LB-RESULTADO PIC S9(10)V99 VALUE 0.
       77 LB-VALOR-LIMITE PIC 9(10)V99 VALUE 0.

      *> Contadores do resumo de controle
       77 LB-QTDE-CARREGADOS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-REPETIDOS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-DECISOES PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-LIBERADOS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-NEGADOS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-DUPLICADOS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-RECUSADAS PIC 9(08) COMP VALUE 0.
       77 LB-QTDE-PENDENTES PIC 9(08) COMP VALUE 0.
       77 LB-TOTAL-LIBERADO PIC S9(13)V99 VALUE 0.
       77 LB-TOTAL-NEGADO PIC S9(13)V99 VALUE 0.
       77 LB-TOTAL-PENDENTE PIC S9(13)V99 VALUE 0.
       77 LB-QTDE-ED PIC 9(08).
       77 LB-TOTAL-ED PIC -(12)9.99.

      *> Campos editados para SOMAAUD
       77 LB-VALOR-ED PIC -(9)9.99.

      *> Controle de paginacao da listagem
       77 LB-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 LB-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 LB-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 LB-DATA-HORA-EXEC PIC X(21).

      *> Linhas da listagem de liberacao
       01 LB-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMALIB - LIBERACAO DE RETIDOS POR LIMITE".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 LB-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 LB-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 LB-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 LB-LIN-SECAO.
          05 LB-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 LB-LIN-CAB-ITEM.
          05 FILLER PIC X(09) VALUE "DATA".
          05 FILLER PIC X(09) VALUE "REGISTRO".
          05 FILLER PIC X(13) VALUE "ID-TRANSACAO".
          05 FILLER PIC X(21) VALUE "MOTIVO DA RETENCAO".
          05 FILLER PIC X(16) VALUE "       RESULTADO".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(21) VALUE "SITUACAO".
          05 FILLER PIC X(09) VALUE "USUARIO".
          05 FILLER PIC X(05) VALUE "MOT.".
          05 FILLER PIC X(27) VALUE "OBSERVACAO".

       01 LB-LIN-ITEM.
          05 LB-ITE-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-REGISTRO PIC Z(07)9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-ID PIC X(12).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-MOTIVO PIC X(20).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-RESULTADO PIC -(12)9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 LB-ITE-SITUACAO PIC X(20).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-USUARIO PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-COD-MOTIVO PIC X(04).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LB-ITE-OBSERVACAO PIC X(27).

       01 LB-LIN-TOTAL.
          05 LB-TOT-ROTULO PIC X(40).
          05 LB-TOT-QTDE PIC Z(07)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 LB-TOT-VALOR PIC -(12)9.99.
          05 FILLER PIC X(66) VALUE SPACES.

       01 LB-LIN-VISTO.
          05 FILLER PIC X(60) VALUE
             "VISTO DO SUPERVISOR: ______________________________".
          05 FILLER PIC X(72) VALUE SPACES.

       01 LB-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 LB-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DA LISTAGEM DE LIBERACAO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT LB-HOUVE-ERRO AND NOT LB-HOUVE-FALHA-IO
               PERFORM 2000-CARREGA-RETIDOS THRU 2000-EXIT
           END-IF.
           IF NOT LB-HOUVE-ERRO AND NOT LB-HOUVE-FALHA-IO
               IF LB-HA-DECISOES
                   PERFORM 3000-APLICA-DECISOES THRU 3000-EXIT
               END-IF
               IF NOT LB-HOUVE-FALHA-IO
                   PERFORM 5000-REGRAVA-RETIDOS THRU 5000-EXIT
               END-IF
               PERFORM 6000-IMPRIME-PENDENTES THRU 6000-EXIT
               PERFORM 6500-IMPRIME-TOTAIS THRU 6500-EXIT
               PERFORM 6900-EXIBE-RESUMO THRU 6900-EXIT
           END-IF.

           PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT.
           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - abre as decisoes (a ausencia do SOMADEC
      *> nao e erro: a execucao apenas lista os pendentes), o
      *> master, o registro de identificadores e, se presentes, o
      *> arquivo de limites e o registro de pendencias em suspenso
      *> SOMASUS para atualizacao; SOMAOUT, SOMAAUD e
      *> SOMAREJ em expansao; e a listagem, com o cabecalho da
      *> primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO LB-DATA-HORA-EXEC.

           OPEN INPUT SOMADEC-FILE.
           IF LB-FS-SOMADEC = "00"
               SET LB-HA-DECISOES TO TRUE
           END-IF.

           OPEN I-O SOMAMST-FILE.
           IF LB-FS-SOMAMST NOT = "00"
               OPEN OUTPUT SOMAMST-FILE
               IF LB-FS-SOMAMST = "00"
                   CLOSE SOMAMST-FILE
                   OPEN I-O SOMAMST-FILE
               END-IF
           END-IF.
           IF LB-FS-SOMAMST NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAMST - "
                   "FILE STATUS=" LB-FS-SOMAMST
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           OPEN I-O SOMAIDS-FILE.
           IF LB-FS-SOMAIDS NOT = "00"
               OPEN OUTPUT SOMAIDS-FILE
               IF LB-FS-SOMAIDS = "00"
                   CLOSE SOMAIDS-FILE
                   OPEN I-O SOMAIDS-FILE
               END-IF
           END-IF.
           IF LB-FS-SOMAIDS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAIDS - "
                   "FILE STATUS=" LB-FS-SOMAIDS
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           OPEN I-O SOMALIM-FILE.
           EVALUATE LB-FS-SOMALIM
               WHEN "00"
                   SET LB-LIMITES-ABERTO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMALIM - "
                       "FILE STATUS=" LB-FS-SOMALIM
                   SET LB-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.

           OPEN I-O SOMASUS-FILE.
           EVALUATE LB-FS-SOMASUS
               WHEN "00"
                   SET LB-SUSPENSOS-ABERTO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASUS - "
                       "FILE STATUS=" LB-FS-SOMASUS
                   SET LB-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.

           OPEN EXTEND SOMAOUT-FILE.
           IF LB-FS-SOMAOUT NOT = "00"
               OPEN OUTPUT SOMAOUT-FILE
           END-IF.
           IF LB-FS-SOMAOUT NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAOUT - "
                   "FILE STATUS=" LB-FS-SOMAOUT
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           OPEN EXTEND SOMAAUD-FILE.
           IF LB-FS-SOMAAUD NOT = "00"
               OPEN OUTPUT SOMAAUD-FILE
           END-IF.
           IF LB-FS-SOMAAUD NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAAUD - "
                   "FILE STATUS=" LB-FS-SOMAAUD
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           OPEN EXTEND SOMAREJ-FILE.
           IF LB-FS-SOMAREJ NOT = "00"
               OPEN OUTPUT SOMAREJ-FILE
           END-IF.
           IF LB-FS-SOMAREJ NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAREJ - "
                   "FILE STATUS=" LB-FS-SOMAREJ
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           OPEN OUTPUT SOMALRL-FILE.
           IF LB-FS-SOMALRL NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMALRL - "
                   "FILE STATUS=" LB-FS-SOMALRL
               SET LB-HOUVE-FALHA-IO TO TRUE
           ELSE
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2000-CARREGA-RETIDOS - carrega a fila SOMARET inteira na
      *> tabela em memoria. A ausencia do arquivo nao e erro:
      *> nenhum detalhe retido ainda.
      *> ---------------------------------------------------------
       2000-CARREGA-RETIDOS.
           OPEN INPUT SOMARET-FILE.
           IF LB-FS-SOMARET = "00"
               PERFORM 2100-LE-SOMARET THRU 2100-EXIT
               PERFORM 2200-CARREGA-UM-RETIDO THRU 2200-EXIT
                   UNTIL LB-FIM-SOMARET OR LB-HOUVE-ERRO
               CLOSE SOMARET-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2100-LE-SOMARET - le a proxima linha da fila de retidos.
      *> ---------------------------------------------------------
       2100-LE-SOMARET.
           READ SOMARET-FILE
               AT END
                   SET LB-FIM-SOMARET TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2200-CARREGA-UM-RETIDO - acrescenta uma linha de SOMARET a
      *> tabela de retidos como pendente, a menos que a mesma data,
      *> registro e identificador ja estejam na tabela (linha
      *> repetida por um RESTART= do lote).
      *> ---------------------------------------------------------
       2200-CARREGA-UM-RETIDO.
           MOVE "N" TO LB-SW-RETIDO-ACHADO.
           PERFORM 2210-COMPARA-CARREGADO THRU 2210-EXIT
               VARYING LB-RET-IDX FROM 1 BY 1
               UNTIL LB-RET-IDX > LB-QTDE-RETIDOS
                  OR LB-RETIDO-ACHADO.

           EVALUATE TRUE
               WHEN LB-RETIDO-ACHADO
                   ADD 1 TO LB-QTDE-REPETIDOS
               WHEN LB-QTDE-RETIDOS >= LB-MAX-RETIDOS
                   DISPLAY "ERRO: MAIS DE 2000 RETIDOS EM SOMARET"
                   SET LB-HOUVE-ERRO TO TRUE
               WHEN OTHER
                   ADD 1 TO LB-QTDE-RETIDOS
                   ADD 1 TO LB-QTDE-CARREGADOS
                   SET LB-RET-IDX TO LB-QTDE-RETIDOS
                   MOVE SM-RET-DATA-NEGOCIO
                       TO LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                   MOVE SM-RET-NUM-REGISTRO
                       TO LB-RET-NUM-REGISTRO (LB-RET-IDX)
                   MOVE SM-RET-ID-TRANSACAO
                       TO LB-RET-ID-TRANSACAO (LB-RET-IDX)
                   MOVE SM-RET-MOTIVO TO LB-RET-MOTIVO (LB-RET-IDX)
                   MOVE SM-RET-RESULTADO
                       TO LB-RET-RESULTADO (LB-RET-IDX)
                   MOVE SM-RET-SISTEMA-ORIGEM
                       TO LB-RET-SISTEMA (LB-RET-IDX)
                   MOVE SM-RET-IMAGEM TO LB-RET-IMAGEM (LB-RET-IDX)
                   MOVE "P" TO LB-RET-SITUACAO (LB-RET-IDX)
           END-EVALUATE.

           IF NOT LB-HOUVE-ERRO
               PERFORM 2100-LE-SOMARET THRU 2100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2210-COMPARA-CARREGADO - compara uma entrada da tabela de
      *> retidos com a linha de SOMARET recem-lida.
      *> ---------------------------------------------------------
       2210-COMPARA-CARREGADO.
           IF LB-RET-DATA-NEGOCIO (LB-RET-IDX) = SM-RET-DATA-NEGOCIO
                   AND LB-RET-NUM-REGISTRO (LB-RET-IDX)
                       = SM-RET-NUM-REGISTRO
                   AND LB-RET-ID-TRANSACAO (LB-RET-IDX)
                       = SM-RET-ID-TRANSACAO
               SET LB-RETIDO-ACHADO TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-APLICA-DECISOES - le o arquivo de decisoes inteiro e
      *> aplica uma a uma, parando somente numa falha de E/S, sob o
      *> titulo da secao de decididos da listagem.
      *> ---------------------------------------------------------
       3000-APLICA-DECISOES.
           MOVE "DECISOES APLICADAS" TO LB-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           PERFORM 3050-LE-SOMADEC THRU 3050-EXIT.
           PERFORM 3100-APLICA-UMA-DECISAO THRU 3100-EXIT
               UNTIL LB-FIM-SOMADEC OR LB-HOUVE-FALHA-IO.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3050-LE-SOMADEC - le a proxima linha do arquivo de
      *> decisoes.
      *> ---------------------------------------------------------
       3050-LE-SOMADEC.
           READ SOMADEC-FILE
               AT END
                   SET LB-FIM-SOMADEC TO TRUE
           END-READ.
       3050-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-APLICA-UMA-DECISAO - valida a decisao corrente,
      *> localiza o retido pendente e o aprova ou nega. Uma decisao
      *> recusada sai na listagem com o motivo, nao altera nada e
      *> devolve RETURN-CODE 4 ao final.
      *> ---------------------------------------------------------
       3100-APLICA-UMA-DECISAO.
           ADD 1 TO LB-QTDE-DECISOES.
           PERFORM 3200-VALIDA-DECISAO THRU 3200-EXIT.
           IF LB-DECISAO-VALIDA
               PERFORM 3300-PROCURA-RETIDO THRU 3300-EXIT
           END-IF.

           IF LB-DECISAO-VALIDA
               SET LB-RET-IDX TO LB-RET-ATUAL
               MOVE LB-RET-IMAGEM (LB-RET-IDX) TO LB-IMAGEM-SOMAIN
               MOVE LB-RET-RESULTADO (LB-RET-IDX) TO LB-RESULTADO
               IF SM-IN-OPERACAO = SPACES
                   MOVE "ADD" TO LB-OPERACAO
               ELSE
                   MOVE SM-IN-OPERACAO TO LB-OPERACAO
               END-IF
               IF SM-DEC-APROVADO
                   PERFORM 4100-APROVA-RETIDO THRU 4100-EXIT
               ELSE
                   MOVE SPACES TO LB-MOTIVO-REJEICAO
                   STRING "NEGADO-" SM-DEC-COD-MOTIVO
                       DELIMITED BY SIZE
                       INTO LB-MOTIVO-REJEICAO
                   END-STRING
                   MOVE "NEGADO" TO LB-SITUACAO-TEXTO
                   MOVE "N" TO LB-RET-SITUACAO (LB-RET-IDX)
                   ADD 1 TO LB-QTDE-NEGADOS
                   ADD LB-RESULTADO TO LB-TOTAL-NEGADO
                   PERFORM 4200-REJEITA-RETIDO THRU 4200-EXIT
               END-IF
               PERFORM 4400-GRAVA-AUDITORIA-DECISAO THRU 4400-EXIT
               PERFORM 7300-IMPRIME-DECISAO THRU 7300-EXIT
           ELSE
               ADD 1 TO LB-QTDE-RECUSADAS
               SET LB-HOUVE-ERRO TO TRUE
               DISPLAY "DECISAO RECUSADA: DATA=" SM-DEC-DATA-NEGOCIO
                   " REGISTRO=" SM-DEC-NUM-REGISTRO-X
                   " MOTIVO=" LB-MOTIVO-RECUSA
               PERFORM 7300-IMPRIME-DECISAO THRU 7300-EXIT
           END-IF.

           PERFORM 3050-LE-SOMADEC THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-VALIDA-DECISAO - confere os campos obrigatorios da
      *> decisao corrente: data e numero do registro numericos,
      *> decisao "A" ou "N", usuario e codigo de motivo sempre
      *> presentes.
      *> ---------------------------------------------------------
       3200-VALIDA-DECISAO.
           MOVE "S" TO LB-SW-DECISAO-VALIDA.
           MOVE SPACES TO LB-MOTIVO-RECUSA.

           EVALUATE TRUE
               WHEN SM-DEC-DATA-NEGOCIO NOT NUMERIC
                   MOVE "DATA INVALIDA" TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
               WHEN SM-DEC-NUM-REGISTRO-X NOT NUMERIC
                   MOVE "NUMERO DO REGISTRO INVALIDO"
                       TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
               WHEN NOT SM-DEC-APROVADO AND NOT SM-DEC-NEGADO
                   MOVE "DECISAO INVALIDA" TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
               WHEN SM-DEC-USUARIO = SPACES
                   MOVE "SEM USUARIO" TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
               WHEN SM-DEC-COD-MOTIVO = SPACES
                   MOVE "SEM CODIGO DE MOTIVO" TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-PROCURA-RETIDO - procura na tabela o retido apontado
      *> pela decisao corrente (data, registro e identificador) e
      *> devolve o indice em LB-RET-ATUAL. Um retido inexistente ou
      *> ja decidido (nesta execucao) recusa a decisao.
      *> ---------------------------------------------------------
       3300-PROCURA-RETIDO.
           MOVE "N" TO LB-SW-RETIDO-ACHADO.
           MOVE 0 TO LB-RET-ATUAL.
           PERFORM 3310-COMPARA-UM-RETIDO THRU 3310-EXIT
               VARYING LB-RET-IDX FROM 1 BY 1
               UNTIL LB-RET-IDX > LB-QTDE-RETIDOS
                  OR LB-RETIDO-ACHADO.

           IF NOT LB-RETIDO-ACHADO
               MOVE "RETIDO INEXISTENTE" TO LB-MOTIVO-RECUSA
               MOVE "N" TO LB-SW-DECISAO-VALIDA
           ELSE
               SET LB-RET-IDX TO LB-RET-ATUAL
               IF NOT LB-RET-PENDENTE (LB-RET-IDX)
                   MOVE "RETIDO JA DECIDIDO" TO LB-MOTIVO-RECUSA
                   MOVE "N" TO LB-SW-DECISAO-VALIDA
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3310-COMPARA-UM-RETIDO - compara uma entrada da tabela de
      *> retidos com a decisao corrente.
      *> ---------------------------------------------------------
       3310-COMPARA-UM-RETIDO.
           IF LB-RET-DATA-NEGOCIO (LB-RET-IDX) = SM-DEC-DATA-NEGOCIO
                   AND LB-RET-NUM-REGISTRO (LB-RET-IDX)
                       = SM-DEC-NUM-REGISTRO
                   AND LB-RET-ID-TRANSACAO (LB-RET-IDX)
                       = SM-DEC-ID-TRANSACAO
               SET LB-RETIDO-ACHADO TO TRUE
               SET LB-RET-ATUAL TO LB-RET-IDX
           END-IF.
       3310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4100-APROVA-RETIDO - lanca o retido aprovado pelas mesmas
      *> regras do lote: um identificador ja presente no SOMAIDS e
      *> rejeitado como DUPLICADO (a transacao entrou por outro
      *> lote enquanto estava retida); senao o resultado entra no
      *> master da categoria, o identificador no SOMAIDS, o valor
      *> no uso diario do SOMALIM e as linhas OK em SOMAOUT e
      *> SOMAAUD, sempre na data de negocio do lote que o reteve;
      *> as pendencias do identificador no SOMASUS sao liquidadas.
      *> ---------------------------------------------------------
       4100-APROVA-RETIDO.
           MOVE "N" TO LB-SW-ID-DUPLICADO.
           IF SM-IN-ID-TRANSACAO NOT = SPACES
               MOVE SM-IN-ID-TRANSACAO TO SM-IDS-ID-TRANSACAO
               READ SOMAIDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LB-ID-DUPLICADO TO TRUE
               END-READ
           END-IF.

           IF LB-ID-DUPLICADO
               MOVE "DUPLICADO" TO LB-MOTIVO-REJEICAO
               MOVE "APROVADO/DUPLICADO" TO LB-SITUACAO-TEXTO
               MOVE "D" TO LB-RET-SITUACAO (LB-RET-IDX)
               ADD 1 TO LB-QTDE-DUPLICADOS
               ADD LB-RESULTADO TO LB-TOTAL-NEGADO
               PERFORM 4200-REJEITA-RETIDO THRU 4200-EXIT
           ELSE
               MOVE "LIBERADO" TO LB-SITUACAO-TEXTO
               MOVE "A" TO LB-RET-SITUACAO (LB-RET-IDX)
               ADD 1 TO LB-QTDE-LIBERADOS
               ADD LB-RESULTADO TO LB-TOTAL-LIBERADO
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO TOTAL LIBERADO"
                       SET LB-HOUVE-OVERFLOW TO TRUE
               END-ADD
               IF SM-IN-CATEGORIA NOT = SPACES
                   PERFORM 4110-LANCA-MASTER THRU 4110-EXIT
               END-IF
               IF SM-IN-ID-TRANSACAO NOT = SPACES
                   PERFORM 4120-REGISTRA-ID THRU 4120-EXIT
               END-IF
               IF SM-IN-CATEGORIA NOT = SPACES AND LB-LIMITES-ABERTO
                   PERFORM 4130-ATUALIZA-USO THRU 4130-EXIT
               END-IF
               IF SM-IN-ID-TRANSACAO NOT = SPACES
                       AND LB-SUSPENSOS-ABERTO
                   PERFORM 4140-LIQUIDA-PENDENCIAS THRU 4140-EXIT
               END-IF
               MOVE "OK" TO SM-AUD-STATUS
               PERFORM 4300-GRAVA-SAIDA THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4110-LANCA-MASTER - soma o retido aprovado aos acumulados
      *> da sua categoria no master SOMAMST, criando a entrada na
      *> primeira ocorrencia da categoria.
      *> ---------------------------------------------------------
       4110-LANCA-MASTER.
           MOVE SM-IN-CATEGORIA TO SM-MST-CATEGORIA.
           READ SOMAMST-FILE
               INVALID KEY
                   INITIALIZE SOMAMST-RECORD
                   MOVE SM-IN-CATEGORIA TO SM-MST-CATEGORIA
                   MOVE 1 TO SM-MST-QTDE-REGISTROS
                   MOVE LB-RESULTADO TO SM-MST-TOTAL-ACUM
                   WRITE SOMAMST-RECORD
                       INVALID KEY
                           DISPLAY "ERRO: FALHA AO INCLUIR CATEGORIA"
                               " NO SOMAMST - FILE STATUS="
                               LB-FS-SOMAMST
                           SET LB-HOUVE-FALHA-IO TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO SM-MST-QTDE-REGISTROS
                   ADD LB-RESULTADO TO SM-MST-TOTAL-ACUM
                       ON SIZE ERROR
                           DISPLAY "ERRO: OVERFLOW NO TOTAL DA "
                               "CATEGORIA " SM-MST-CATEGORIA
                           SET LB-HOUVE-OVERFLOW TO TRUE
                   END-ADD
                   REWRITE SOMAMST-RECORD
                       INVALID KEY
                           DISPLAY "ERRO: FALHA AO REGRAVAR "
                               "CATEGORIA NO SOMAMST - FILE STATUS="
                               LB-FS-SOMAMST
                           SET LB-HOUVE-FALHA-IO TO TRUE
                   END-REWRITE
           END-READ.
       4110-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4120-REGISTRA-ID - grava no SOMAIDS o identificador do
      *> retido aprovado, ativo, com a data de negocio do lote que o
      *> reteve e os dados que um estorno futuro vai precisar.
      *> ---------------------------------------------------------
       4120-REGISTRA-ID.
           INITIALIZE SOMAIDS-RECORD.
           MOVE SM-IN-ID-TRANSACAO TO SM-IDS-ID-TRANSACAO.
           MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX)
               TO SM-IDS-DATA-NEGOCIO.
           SET SM-IDS-ATIVO TO TRUE.
           MOVE LB-OPERACAO TO SM-IDS-OPERACAO.
           MOVE SM-IN-NUMERO-1 TO SM-IDS-NUMERO1.
           MOVE SM-IN-NUMERO-2 TO SM-IDS-NUMERO2.
           MOVE LB-RESULTADO TO SM-IDS-RESULTADO.
           MOVE SM-IN-CATEGORIA TO SM-IDS-CATEGORIA.
           MOVE SM-IN-MOEDA TO SM-IDS-MOEDA.
           WRITE SOMAIDS-RECORD
               INVALID KEY
                   DISPLAY "ERRO: FALHA AO REGISTRAR ID DE "
                       "TRANSACAO NO SOMAIDS - FILE STATUS="
                       LB-FS-SOMAIDS
                   SET LB-HOUVE-FALHA-IO TO TRUE
           END-WRITE.
       4120-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4130-ATUALIZA-USO - soma o valor absoluto do retido
      *> aprovado ao uso diario da sua categoria no SOMALIM, na data
      *> de negocio do lote que o reteve, com a mesma regra do lote:
      *> um uso de data anterior recomeca de zero e um uso de data
      *> posterior nao e alterado. A aprovacao do supervisor pode
      *> deixar o uso acima do teto diario.
      *> ---------------------------------------------------------
       4130-ATUALIZA-USO.
           MOVE SM-IN-CATEGORIA TO SM-LIM-CATEGORIA.
           READ SOMALIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LB-RESULTADO < 0
                       SUBTRACT LB-RESULTADO FROM 0
                           GIVING LB-VALOR-LIMITE
                   ELSE
                       MOVE LB-RESULTADO TO LB-VALOR-LIMITE
                   END-IF
                   IF SM-LIM-DATA-USO < LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                       MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                           TO SM-LIM-DATA-USO
                       MOVE 0 TO SM-LIM-USO-DIA
                   END-IF
                   IF SM-LIM-DATA-USO = LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                       ADD LB-VALOR-LIMITE TO SM-LIM-USO-DIA
                           ON SIZE ERROR
                               DISPLAY "ERRO: OVERFLOW NO USO DIARIO "
                                   "DA CATEGORIA " SM-LIM-CATEGORIA
                               SET LB-HOUVE-OVERFLOW TO TRUE
                       END-ADD
                       REWRITE SOMALIM-RECORD
                           INVALID KEY
                               DISPLAY "ERRO: FALHA AO REGRAVAR USO "
                                   "NO SOMALIM - FILE STATUS="
                                   LB-FS-SOMALIM
                               SET LB-HOUVE-FALHA-IO TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.
       4130-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4140-LIQUIDA-PENDENCIAS - posiciona o SOMASUS na primeira
      *> chave do identificador do retido aprovado e liquida as
      *> pendencias dele ainda abertas ou ressubmetidas, de
      *> qualquer data de negocio, com a data de negocio do lote
      *> que o reteve.
      *> ---------------------------------------------------------
       4140-LIQUIDA-PENDENCIAS.
           MOVE SM-IN-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO.
           MOVE LOW-VALUES TO SM-SUS-DATA-NEGOCIO.
           MOVE "N" TO LB-SW-FIM-PENDENCIAS.
           START SOMASUS-FILE KEY IS NOT LESS THAN SM-SUS-CHAVE
               INVALID KEY
                   SET LB-FIM-PENDENCIAS TO TRUE
           END-START.
           PERFORM 4150-LIQUIDA-UMA-PENDENCIA THRU 4150-EXIT
               UNTIL LB-FIM-PENDENCIAS.
       4140-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4150-LIQUIDA-UMA-PENDENCIA - le a proxima entrada do
      *> SOMASUS; enquanto for do identificador aprovado, marca-a
      *> como liquidada (se ainda em aberto).
      *> ---------------------------------------------------------
       4150-LIQUIDA-UMA-PENDENCIA.
           READ SOMASUS-FILE NEXT
               AT END
                   SET LB-FIM-PENDENCIAS TO TRUE
           END-READ.
           IF NOT LB-FIM-PENDENCIAS
               IF SM-SUS-ID-TRANSACAO NOT = SM-IN-ID-TRANSACAO
                   SET LB-FIM-PENDENCIAS TO TRUE
               ELSE
                   IF SM-SUS-EM-ABERTO
                       SET SM-SUS-LIQUIDADA TO TRUE
                       MOVE LB-DATA-HORA-EXEC (1:8)
                           TO SM-SUS-DATA-LIQUIDACAO
                       MOVE LB-DATA-HORA-EXEC (9:6)
                           TO SM-SUS-HORA-LIQUIDACAO
                       MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                           TO SM-SUS-DATA-NEG-LIQUIDACAO
                       REWRITE SOMASUS-RECORD
                           INVALID KEY
                               DISPLAY "ERRO: FALHA AO LIQUIDAR "
                                   "PENDENCIA NO SOMASUS - FILE "
                                   "STATUS=" LB-FS-SOMASUS
                               SET LB-HOUVE-FALHA-IO TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO LB-QTDE-PEND-LIQUIDADAS
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4200-REJEITA-RETIDO - encaminha o retido negado (ou
      *> aprovado porem duplicado) ao arquivo de rejeitados SOMAREJ
      *> com a imagem original, o numero do registro, o motivo
      *> LB-MOTIVO-REJEICAO e a marca da liberacao, e grava as
      *> linhas REJEITADO em SOMAOUT e SOMAAUD.
      *> ---------------------------------------------------------
       4200-REJEITA-RETIDO.
           INITIALIZE SOMAREJ-RECORD.
           MOVE LB-RET-NUM-REGISTRO (LB-RET-IDX)
               TO SM-REJ-NUM-REGISTRO.
           MOVE LB-MOTIVO-REJEICAO TO SM-REJ-MOTIVO.
           MOVE LB-RET-IMAGEM (LB-RET-IDX) TO SM-REJ-IMAGEM.
           SET SM-REJ-NEGADO-LIBERACAO TO TRUE.
           WRITE SOMAREJ-RECORD.
           IF LB-FS-SOMAREJ NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAREJ - "
                   "FILE STATUS=" LB-FS-SOMAREJ
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE "REJEITADO" TO SM-AUD-STATUS.
           PERFORM 4300-GRAVA-SAIDA THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4300-GRAVA-SAIDA - grava a linha do retido decidido em
      *> SOMAOUT (marcada como linha da liberacao, na data de
      *> negocio do lote que o reteve) e em SOMAAUD, com o status
      *> ja preenchido em SM-AUD-STATUS. O resultado so e gravado
      *> numa linha OK, como no lote.
      *> ---------------------------------------------------------
       4300-GRAVA-SAIDA.
           INITIALIZE SOMAOUT-RECORD.
           MOVE SM-IN-NUMERO-1 TO SM-OUT-NUMERO1.
           MOVE SM-IN-NUMERO-2 TO SM-OUT-NUMERO2.
           IF SM-AUD-STATUS = "OK"
               MOVE LB-RESULTADO TO SM-OUT-RESULTADO
           END-IF.
           MOVE SM-IN-ID-TRANSACAO TO SM-OUT-ID-TRANSACAO.
           MOVE LB-OPERACAO TO SM-OUT-OPERACAO.
           MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX)
               TO SM-OUT-DATA-NEGOCIO.
           MOVE SM-IN-CATEGORIA TO SM-OUT-CATEGORIA.
           MOVE SM-AUD-STATUS TO SM-OUT-STATUS.
           MOVE 2 TO SM-OUT-QTDE-OPERANDOS.
           MOVE SM-IN-MOEDA TO SM-OUT-MOEDA.
           SET SM-OUT-LINHA-LIBERACAO TO TRUE.
           WRITE SOMAOUT-RECORD.
           IF LB-FS-SOMAOUT NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAOUT - "
                   "FILE STATUS=" LB-FS-SOMAOUT
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO SM-AUD-DATA-HORA.
           MOVE SM-IN-NUMERO-1 TO LB-VALOR-ED.
           MOVE LB-VALOR-ED TO SM-AUD-PARAMETRO1.
           MOVE SM-IN-NUMERO-2 TO LB-VALOR-ED.
           MOVE LB-VALOR-ED TO SM-AUD-PARAMETRO2.
           IF SM-AUD-STATUS = "OK"
               MOVE LB-RESULTADO TO LB-VALOR-ED
               MOVE LB-VALOR-ED TO SM-AUD-RESULTADO
           ELSE
               MOVE SPACES TO SM-AUD-RESULTADO
           END-IF.
           MOVE SM-IN-ID-TRANSACAO TO SM-AUD-ID-TRANSACAO.
           MOVE LB-OPERACAO TO SM-AUD-OPERACAO.
           MOVE 2 TO SM-AUD-QTDE-OPERANDOS.
           MOVE SPACES TO SM-AUD-ID-ORIGINAL.
           PERFORM 4500-ESCREVE-AUDITORIA THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4400-GRAVA-AUDITORIA-DECISAO - grava em SOMAAUD a linha da
      *> decisao aplicada, com status LIBERACAO, a decisao, a data
      *> e o registro do retido em PARAMETRO1, o codigo de motivo e
      *> o usuario em PARAMETRO2 e o resultado em RESULTADO - quem,
      *> quando e por que, na mesma trilha que o resto do ciclo.
      *> ---------------------------------------------------------
       4400-GRAVA-AUDITORIA-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO SM-AUD-DATA-HORA.
           MOVE SPACES TO SM-AUD-PARAMETRO1.
           STRING SM-DEC-DECISAO " " SM-DEC-DATA-NEGOCIO " "
               SM-DEC-NUM-REGISTRO-X
               DELIMITED BY SIZE
               INTO SM-AUD-PARAMETRO1
           END-STRING.
           MOVE SPACES TO SM-AUD-PARAMETRO2.
           STRING SM-DEC-COD-MOTIVO " " SM-DEC-USUARIO
               DELIMITED BY SIZE
               INTO SM-AUD-PARAMETRO2
           END-STRING.
           MOVE LB-RESULTADO TO LB-VALOR-ED.
           MOVE LB-VALOR-ED TO SM-AUD-RESULTADO.
           MOVE SM-DEC-ID-TRANSACAO TO SM-AUD-ID-TRANSACAO.
           MOVE LB-OPERACAO TO SM-AUD-OPERACAO.
           MOVE "LIBERACAO" TO SM-AUD-STATUS.
           MOVE 0 TO SM-AUD-QTDE-OPERANDOS.
           MOVE SPACES TO SM-AUD-ID-ORIGINAL.
           PERFORM 4500-ESCREVE-AUDITORIA THRU 4500-EXIT.
       4400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4500-ESCREVE-AUDITORIA - grava a linha ja montada em
      *> SOMAAUD.
      *> ---------------------------------------------------------
       4500-ESCREVE-AUDITORIA.
           WRITE SOMAAUD-RECORD.
           IF LB-FS-SOMAAUD NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAAUD - "
                   "FILE STATUS=" LB-FS-SOMAAUD
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-REGRAVA-RETIDOS - regrava a fila SOMARET somente com
      *> os retidos ainda pendentes. A regravacao acontece uma unica
      *> vez, depois que todas as decisoes foram tratadas, para que
      *> uma falha no meio da aplicacao nunca deixe a fila pela
      *> metade.
      *> ---------------------------------------------------------
       5000-REGRAVA-RETIDOS.
           OPEN OUTPUT SOMARET-FILE.
           IF LB-FS-SOMARET NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR SOMARET - "
                   "FILE STATUS=" LB-FS-SOMARET
               SET LB-HOUVE-FALHA-IO TO TRUE
           ELSE
               PERFORM 5100-REGRAVA-UM-RETIDO THRU 5100-EXIT
                   VARYING LB-RET-IDX FROM 1 BY 1
                   UNTIL LB-RET-IDX > LB-QTDE-RETIDOS
                      OR LB-HOUVE-FALHA-IO
               CLOSE SOMARET-FILE
           END-IF.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5100-REGRAVA-UM-RETIDO - regrava uma entrada pendente da
      *> tabela de retidos em SOMARET.
      *> ---------------------------------------------------------
       5100-REGRAVA-UM-RETIDO.
           IF LB-RET-PENDENTE (LB-RET-IDX)
               INITIALIZE SOMARET-RECORD
               MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX)
                   TO SM-RET-DATA-NEGOCIO
               MOVE LB-RET-NUM-REGISTRO (LB-RET-IDX)
                   TO SM-RET-NUM-REGISTRO
               MOVE LB-RET-ID-TRANSACAO (LB-RET-IDX)
                   TO SM-RET-ID-TRANSACAO
               MOVE LB-RET-MOTIVO (LB-RET-IDX) TO SM-RET-MOTIVO
               MOVE LB-RET-RESULTADO (LB-RET-IDX)
                   TO SM-RET-RESULTADO
               MOVE LB-RET-SISTEMA (LB-RET-IDX)
                   TO SM-RET-SISTEMA-ORIGEM
               MOVE LB-RET-IMAGEM (LB-RET-IDX) TO SM-RET-IMAGEM
               WRITE SOMARET-RECORD
               IF LB-FS-SOMARET NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMARET - "
                       "FILE STATUS=" LB-FS-SOMARET
                   SET LB-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6000-IMPRIME-PENDENTES - imprime a secao dos retidos que
      *> continuam aguardando decisao.
      *> ---------------------------------------------------------
       6000-IMPRIME-PENDENTES.
           MOVE "RETIDOS PENDENTES DE DECISAO" TO LB-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           PERFORM 6100-IMPRIME-UM-PENDENTE THRU 6100-EXIT
               VARYING LB-RET-IDX FROM 1 BY 1
               UNTIL LB-RET-IDX > LB-QTDE-RETIDOS.
       6000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6100-IMPRIME-UM-PENDENTE - imprime uma entrada pendente da
      *> tabela de retidos e a acumula nos totais de pendentes.
      *> ---------------------------------------------------------
       6100-IMPRIME-UM-PENDENTE.
           IF LB-RET-PENDENTE (LB-RET-IDX)
               ADD 1 TO LB-QTDE-PENDENTES
               ADD LB-RET-RESULTADO (LB-RET-IDX) TO LB-TOTAL-PENDENTE
               MOVE SPACES TO LB-LIN-ITEM
               MOVE LB-RET-DATA-NEGOCIO (LB-RET-IDX) TO LB-ITE-DATA
               MOVE LB-RET-NUM-REGISTRO (LB-RET-IDX)
                   TO LB-ITE-REGISTRO
               MOVE LB-RET-ID-TRANSACAO (LB-RET-IDX) TO LB-ITE-ID
               MOVE LB-RET-MOTIVO (LB-RET-IDX) TO LB-ITE-MOTIVO
               MOVE LB-RET-RESULTADO (LB-RET-IDX)
                   TO LB-ITE-RESULTADO
               MOVE "PENDENTE" TO LB-ITE-SITUACAO
               MOVE LB-RET-SISTEMA (LB-RET-IDX) TO LB-ITE-OBSERVACAO
               MOVE LB-LIN-ITEM TO SOMALRL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-IMPRIME-TOTAIS - imprime os totais de controle da
      *> liberacao, o espaco para o visto do supervisor e o rodape.
      *> ---------------------------------------------------------
       6500-IMPRIME-TOTAIS.
           MOVE "TOTAIS" TO LB-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           MOVE "RETIDOS LIDOS DE SOMARET" TO LB-TOT-ROTULO.
           MOVE LB-QTDE-CARREGADOS TO LB-TOT-QTDE.
           MOVE 0 TO LB-TOT-VALOR.
           MOVE LB-LIN-TOTAL TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE "LIBERADOS (LANCADOS)" TO LB-TOT-ROTULO.
           MOVE LB-QTDE-LIBERADOS TO LB-TOT-QTDE.
           MOVE LB-TOTAL-LIBERADO TO LB-TOT-VALOR.
           MOVE LB-LIN-TOTAL TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE "NEGADOS E DUPLICADOS (SOMAREJ)" TO LB-TOT-ROTULO.
           COMPUTE LB-TOT-QTDE = LB-QTDE-NEGADOS + LB-QTDE-DUPLICADOS.
           MOVE LB-TOTAL-NEGADO TO LB-TOT-VALOR.
           MOVE LB-LIN-TOTAL TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE "PENDENTES DE DECISAO" TO LB-TOT-ROTULO.
           MOVE LB-QTDE-PENDENTES TO LB-TOT-QTDE.
           MOVE LB-TOTAL-PENDENTE TO LB-TOT-VALOR.
           MOVE LB-LIN-TOTAL TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE "DECISOES RECUSADAS" TO LB-TOT-ROTULO.
           MOVE LB-QTDE-RECUSADAS TO LB-TOT-QTDE.
           MOVE 0 TO LB-TOT-VALOR.
           MOVE LB-LIN-TOTAL TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE LB-LIN-VISTO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE LB-LIN-RODAPE TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6900-EXIBE-RESUMO - exibe os totais de controle da
      *> liberacao no log do job.
      *> ---------------------------------------------------------
       6900-EXIBE-RESUMO.
           MOVE LB-QTDE-CARREGADOS TO LB-QTDE-ED.
           DISPLAY "RETIDOS-LIDOS=" LB-QTDE-ED.
           MOVE LB-QTDE-REPETIDOS TO LB-QTDE-ED.
           DISPLAY "RETIDOS-REPETIDOS-IGNORADOS=" LB-QTDE-ED.
           MOVE LB-QTDE-DECISOES TO LB-QTDE-ED.
           DISPLAY "DECISOES-LIDAS=" LB-QTDE-ED.
           MOVE LB-QTDE-LIBERADOS TO LB-QTDE-ED.
           DISPLAY "RETIDOS-LIBERADOS=" LB-QTDE-ED.
           MOVE LB-QTDE-NEGADOS TO LB-QTDE-ED.
           DISPLAY "RETIDOS-NEGADOS=" LB-QTDE-ED.
           MOVE LB-QTDE-DUPLICADOS TO LB-QTDE-ED.
           DISPLAY "RETIDOS-DUPLICADOS=" LB-QTDE-ED.
           MOVE LB-QTDE-PENDENTES TO LB-QTDE-ED.
           DISPLAY "RETIDOS-PENDENTES=" LB-QTDE-ED.
           MOVE LB-QTDE-RECUSADAS TO LB-QTDE-ED.
           DISPLAY "DECISOES-RECUSADAS=" LB-QTDE-ED.
           MOVE LB-QTDE-PEND-LIQUIDADAS TO LB-QTDE-ED.
           DISPLAY "PENDENCIAS-LIQUIDADAS=" LB-QTDE-ED.
           MOVE LB-TOTAL-LIBERADO TO LB-TOTAL-ED.
           DISPLAY "TOTAL-LIBERADO=" LB-TOTAL-ED.
       6900-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha na listagem, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF LB-LINHAS-PAGINA >= LB-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMALRL-RECORD.
           IF LB-FS-SOMALRL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMALRL - "
                   "FILE STATUS=" LB-FS-SOMALRL
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO LB-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, o
      *> cabecalho das colunas e uma linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO LB-NUM-PAGINA.
           MOVE 0 TO LB-LINHAS-PAGINA.

           MOVE LB-DATA-HORA-EXEC (1:8) TO LB-TIT-DATA.
           MOVE LB-DATA-HORA-EXEC (9:6) TO LB-TIT-HORA.
           MOVE LB-NUM-PAGINA TO LB-TIT-PAGINA.
           MOVE LB-LIN-TITULO TO SOMALRL-RECORD.
           WRITE SOMALRL-RECORD.
           IF LB-FS-SOMALRL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMALRL - "
                   "FILE STATUS=" LB-FS-SOMALRL
               SET LB-HOUVE-FALHA-IO TO TRUE
           END-IF.
           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           WRITE SOMALRL-RECORD.
           MOVE LB-LIN-CAB-ITEM TO SOMALRL-RECORD.
           WRITE SOMALRL-RECORD.
           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           WRITE SOMALRL-RECORD.
           ADD 4 TO LB-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao da
      *> listagem (LB-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE LB-LIN-SECAO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE LB-LIN-BRANCO TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7300-IMPRIME-DECISAO - imprime na listagem a linha da
      *> decisao corrente: o retido decidido, com a situacao, o
      *> usuario e o codigo de motivo, ou a decisao recusada com o
      *> motivo da recusa.
      *> ---------------------------------------------------------
       7300-IMPRIME-DECISAO.
           MOVE SPACES TO LB-LIN-ITEM.
           MOVE SM-DEC-DATA-NEGOCIO TO LB-ITE-DATA.
           MOVE SM-DEC-ID-TRANSACAO TO LB-ITE-ID.
           MOVE SM-DEC-USUARIO TO LB-ITE-USUARIO.
           MOVE SM-DEC-COD-MOTIVO TO LB-ITE-COD-MOTIVO.
           IF LB-DECISAO-VALIDA
               MOVE LB-RET-NUM-REGISTRO (LB-RET-IDX)
                   TO LB-ITE-REGISTRO
               MOVE LB-RET-MOTIVO (LB-RET-IDX) TO LB-ITE-MOTIVO
               MOVE LB-RESULTADO TO LB-ITE-RESULTADO
               MOVE LB-SITUACAO-TEXTO TO LB-ITE-SITUACAO
               MOVE LB-RET-SISTEMA (LB-RET-IDX) TO LB-ITE-OBSERVACAO
           ELSE
               IF SM-DEC-NUM-REGISTRO-X NUMERIC
                   MOVE SM-DEC-NUM-REGISTRO TO LB-ITE-REGISTRO
               END-IF
               MOVE 0 TO LB-ITE-RESULTADO
               MOVE "DECISAO RECUSADA" TO LB-ITE-SITUACAO
               MOVE LB-MOTIVO-RECUSA TO LB-ITE-OBSERVACAO
           END-IF.
           MOVE LB-LIN-ITEM TO SOMALRL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  todas as decisoes aplicadas (ou nenhuma decisao:
      *>       somente a listagem dos pendentes)
      *>    4  ha decisao recusada (campo invalido, retido
      *>       inexistente ou ja decidido)
      *>    8  overflow num total ou falha de E/S irrecuperavel
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN LB-HOUVE-FALHA-IO OR LB-HOUVE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN LB-HOUVE-ERRO
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
           IF LB-HA-DECISOES
               CLOSE SOMADEC-FILE
           END-IF.
           IF LB-FS-SOMAMST = "00"
               CLOSE SOMAMST-FILE
           END-IF.
           IF LB-FS-SOMAIDS = "00"
               CLOSE SOMAIDS-FILE
           END-IF.
           IF LB-LIMITES-ABERTO
               CLOSE SOMALIM-FILE
           END-IF.
           IF LB-SUSPENSOS-ABERTO
               CLOSE SOMASUS-FILE
           END-IF.
           CLOSE SOMAOUT-FILE.
           CLOSE SOMAAUD-FILE.
           CLOSE SOMAREJ-FILE.
           CLOSE SOMALRL-FILE.
       9000-EXIT.
           EXIT.
