      *>                       tras; uma correcao que nao case com
      *>                       nenhum rejeitado, ou cuja imagem nao
      *>                       seja um detalhe "D", tambem e erro.
      *>    2026-10-13  RFS    Cada detalhe gravado no SOMARSB
      *>                       marca como ressubmetida a pendencia
      *>                       do rejeitado no registro SOMASUS
      *>                       (identificador da imagem rejeitada +
      *>                       data de negocio do lote original).
      *>                       Se a correcao troca o identificador,
      *>                       a pendencia passa para a chave nova,
      *>                       para que SOMA a liquide quando a
      *>                       correcao for lancada. Sem o SOMASUS
      *>                       a ressubmissao e montada assim mesmo,
      *>                       com aviso.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FX-FS-SOMARSB.

           SELECT SOMASUS-FILE ASSIGN TO "SOMASUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUS-CHAVE
               FILE STATUS IS FX-FS-SOMASUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAIN-FILE
       01  SOMARSB-RECORD.
           COPY SOMAPAR REPLACING LEADING ==SM-IN== BY ==FX-RSB==.

       FD  SOMASUS-FILE.
       01  SOMASUS-RECORD.
           COPY SOMASUS.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 FX-FS-SOMAIN PIC X(02) VALUE "00".
       77 FX-FS-SOMAREJ PIC X(02) VALUE "00".
       77 FX-FS-SOMACOR PIC X(02) VALUE "00".
       77 FX-FS-SOMARSB PIC X(02) VALUE "00".
       77 FX-FS-SOMASUS PIC X(02) VALUE "00".

       77 FX-SW-EOF-SOMAREJ PIC X(01) VALUE "N".
          88 FX-FIM-SOMAREJ VALUE "S".
       77 FX-SW-PENDENTE PIC X(01) VALUE "N".
          88 FX-HOUVE-PENDENTE VALUE "S".

      *> Registro de pendencias em suspenso (SOMASUS), atualizado
      *> na montagem do arquivo de ressubmissao.
       77 FX-SW-SUSPENSOS-ABERTO PIC X(01) VALUE "N".
          88 FX-SUSPENSOS-ABERTO VALUE "S".
       77 FX-DATA-HORA-EXEC PIC X(21).

      *> Dados do header do lote original, lidos de SOMAIN, que
      *> abrem o arquivo de ressubmissao com a mesma data de
      *> negocio e o mesmo sistema de origem do lote que gerou os
       01 FX-IMAGEM-CORRIGIDA.
          05 FX-IMG-TIPO-REGISTRO PIC X(01).
             88 FX-IMG-REG-DETALHE VALUE "D".
          05 FILLER               PIC X(26).
          05 FX-IMG-ID-TRANSACAO  PIC X(12).
          05 FILLER               PIC X(21).

      *> Visao da imagem rejeitada, para localizar a pendencia do
      *> rejeitado no SOMASUS pelo identificador original.
       01 FX-IMAGEM-REJEITADA.
          05 FILLER               PIC X(27).
          05 FX-ORIG-ID-TRANSACAO PIC X(12).
          05 FILLER               PIC X(21).

      *> Contadores do resumo de controle
       77 FX-QTDE-REJEITADOS PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-PENDENTES PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-GRAVADOS PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-SEM-DESTINO PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-RESSUBMETIDAS PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-SEM-PENDENCIA PIC 9(08) COMP VALUE 0.
       77 FX-QTDE-ED PIC 9(08).
       77 FX-NUM-REGISTRO-ED PIC 9(08).

      *> com a conferencia limpa: grava em SOMARSB o header com a
      *> data de negocio e o sistema de origem do lote original, um
      *> detalhe corrigido por rejeitado (na ordem do SOMAREJ) e o
      *> trailer com a quantidade gravada, marcando as pendencias
      *> dos rejeitados como ressubmetidas no SOMASUS.
      *> ---------------------------------------------------------
       4000-MONTA-RESSUBMISSAO.
           MOVE "N" TO FX-SW-EOF-SOMAREJ.
           MOVE FUNCTION CURRENT-DATE TO FX-DATA-HORA-EXEC.
           PERFORM 4050-ABRE-SUSPENSOS THRU 4050-EXIT.
           IF NOT FX-HOUVE-FALHA-IO
               OPEN INPUT SOMAREJ-FILE
               IF FX-FS-SOMAREJ NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL REABRIR SOMAREJ - "
                       "FILE STATUS=" FX-FS-SOMAREJ
                   SET FX-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.
           IF NOT FX-HOUVE-FALHA-IO
               OPEN OUTPUT SOMARSB-FILE
               IF FX-FS-SOMARSB NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARSB - "
                   CLOSE SOMARSB-FILE
               END-IF
           END-IF.
           IF FX-SUSPENSOS-ABERTO
               CLOSE SOMASUS-FILE
           END-IF.
       4000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4050-ABRE-SUSPENSOS - abre o registro de pendencias em
      *> suspenso SOMASUS para atualizacao. A ausencia do arquivo
      *> (nenhum lote processado desde a sua implantacao) nao
      *> impede a ressubmissao: apenas nenhuma pendencia e marcada.
      *> ---------------------------------------------------------
       4050-ABRE-SUSPENSOS.
           OPEN I-O SOMASUS-FILE.
           EVALUATE FX-FS-SOMASUS
               WHEN "00"
                   SET FX-SUSPENSOS-ABERTO TO TRUE
               WHEN "35"
                   DISPLAY "AVISO: ARQUIVO SOMASUS NAO ENCONTRADO - "
                       "PENDENCIAS NAO MARCADAS"
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASUS - "
                       "FILE STATUS=" FX-FS-SOMASUS
                   SET FX-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       4050-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4100-GRAVA-HEADER - grava o header "H" do arquivo de
      *> ressubmissao com a data de negocio e o sistema de origem
      *> 4200-GRAVA-UM-DETALHE - localiza a correcao do registro
      *> rejeitado atual (a conferencia ja garantiu que existe) e
      *> grava a imagem corrigida como detalhe do arquivo de
      *> ressubmissao, marcando a pendencia do rejeitado.
      *> ---------------------------------------------------------
       4200-GRAVA-UM-DETALHE.
           PERFORM 3300-PROCURA-CORRECAO THRU 3300-EXIT.
               SET FX-HOUVE-FALHA-IO TO TRUE
           ELSE
               ADD 1 TO FX-QTDE-GRAVADOS
               IF FX-SUSPENSOS-ABERTO
                   PERFORM 4250-MARCA-RESSUBMETIDA THRU 4250-EXIT
               END-IF
           END-IF.

           PERFORM 3100-LE-SOMAREJ THRU 3100-EXIT.
       4200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4250-MARCA-RESSUBMETIDA - localiza no SOMASUS a pendencia
      *> do rejeitado atual (identificador da imagem rejeitada e
      *> data de negocio do lote original) e, se ainda em aberto,
      *> marca-a como ressubmetida com a data/hora desta execucao.
      *> Rejeitado sem identificador, sem pendencia (DUPLICADO,
      *> negado na liberacao ou anterior ao registro) ou ja
      *> liquidado e apenas contado.
      *> ---------------------------------------------------------
       4250-MARCA-RESSUBMETIDA.
           MOVE SM-REJ-IMAGEM TO FX-IMAGEM-REJEITADA.
           MOVE FX-COR-IMAGEM (FX-COR-ATUAL) TO FX-IMAGEM-CORRIGIDA.
           IF FX-ORIG-ID-TRANSACAO = SPACES
               ADD 1 TO FX-QTDE-SEM-PENDENCIA
           ELSE
               MOVE FX-ORIG-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO
               MOVE FX-DATA-NEGOCIO TO SM-SUS-DATA-NEGOCIO
               READ SOMASUS-FILE
                   INVALID KEY
                       ADD 1 TO FX-QTDE-SEM-PENDENCIA
                   NOT INVALID KEY
                       IF SM-SUS-EM-ABERTO
                           SET SM-SUS-RESSUBMETIDA TO TRUE
                           MOVE FX-DATA-HORA-EXEC (1:8)
                               TO SM-SUS-DATA-RESSUBMISSAO
                           MOVE FX-DATA-HORA-EXEC (9:6)
                               TO SM-SUS-HORA-RESSUBMISSAO
                           IF FX-IMG-ID-TRANSACAO NOT = SPACES
                                   AND FX-IMG-ID-TRANSACAO
                                       NOT = FX-ORIG-ID-TRANSACAO
                               PERFORM 4260-TROCA-CHAVE-PENDENCIA
                                   THRU 4260-EXIT
                           ELSE
                               PERFORM 4270-REGRAVA-PENDENCIA
                                   THRU 4270-EXIT
                           END-IF
                       ELSE
                           ADD 1 TO FX-QTDE-SEM-PENDENCIA
                       END-IF
               END-READ
           END-IF.
       4250-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4260-TROCA-CHAVE-PENDENCIA - a correcao trocou o
      *> identificador: grava a pendencia ressubmetida na chave
      *> nova (guardando o identificador antigo em
      *> SM-SUS-ID-ANTERIOR) e so entao exclui a chave antiga. Se
      *> a chave nova ja existe no registro, a pendencia fica na
      *> chave antiga, com aviso.
      *> ---------------------------------------------------------
       4260-TROCA-CHAVE-PENDENCIA.
           MOVE FX-ORIG-ID-TRANSACAO TO SM-SUS-ID-ANTERIOR.
           MOVE FX-IMG-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO.
           WRITE SOMASUS-RECORD
               INVALID KEY
                   DISPLAY "AVISO: PENDENCIA " FX-ORIG-ID-TRANSACAO
                       " NAO TRANSFERIDA - ID CORRIGIDO "
                       FX-IMG-ID-TRANSACAO " JA CONSTA DO SOMASUS"
                   MOVE FX-ORIG-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO
                   MOVE SPACES TO SM-SUS-ID-ANTERIOR
                   PERFORM 4270-REGRAVA-PENDENCIA THRU 4270-EXIT
               NOT INVALID KEY
                   ADD 1 TO FX-QTDE-RESSUBMETIDAS
                   MOVE FX-ORIG-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO
                   DELETE SOMASUS-FILE
                       INVALID KEY
                           DISPLAY "ERRO: FALHA AO EXCLUIR PENDENCIA "
                               "NO SOMASUS - FILE STATUS="
                               FX-FS-SOMASUS
                           SET FX-HOUVE-FALHA-IO TO TRUE
                   END-DELETE
           END-WRITE.
       4260-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4270-REGRAVA-PENDENCIA - regrava no SOMASUS a pendencia
      *> marcada como ressubmetida.
      *> ---------------------------------------------------------
       4270-REGRAVA-PENDENCIA.
           REWRITE SOMASUS-RECORD
               INVALID KEY
                   DISPLAY "ERRO: FALHA AO REGRAVAR PENDENCIA NO "
                       "SOMASUS - FILE STATUS=" FX-FS-SOMASUS
                   SET FX-HOUVE-FALHA-IO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO FX-QTDE-RESSUBMETIDAS
           END-REWRITE.
       4270-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4300-GRAVA-TRAILER - grava o trailer "T" do arquivo de
      *> ressubmissao com a quantidade de detalhes gravados.
      *> ---------------------------------------------------------
      *> 5000-EXIBE-RESUMO - exibe o resumo de controle da
      *> montagem: rejeitados lidos, corrigidos, pendentes,
      *> correcoes sem destino, detalhes gravados e pendencias do
      *> SOMASUS marcadas como ressubmetidas.
      *> ---------------------------------------------------------
       5000-EXIBE-RESUMO.
           DISPLAY "LOTE-ORIGINAL DATA-NEGOCIO=" FX-DATA-NEGOCIO
           DISPLAY "CORRECOES-SEM-DESTINO=" FX-QTDE-ED.
           MOVE FX-QTDE-GRAVADOS TO FX-QTDE-ED.
           DISPLAY "DETALHES-GRAVADOS=" FX-QTDE-ED.
           MOVE FX-QTDE-RESSUBMETIDAS TO FX-QTDE-ED.
           DISPLAY "PENDENCIAS-RESSUBMETIDAS=" FX-QTDE-ED.
           MOVE FX-QTDE-SEM-PENDENCIA TO FX-QTDE-ED.
           DISPLAY "RESSUBMETIDOS-SEM-PENDENCIA=" FX-QTDE-ED.
       5000-EXIT.
           EXIT.

