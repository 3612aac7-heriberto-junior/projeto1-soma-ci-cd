      *>                       segue significando moeda base - os
      *>                       feeds antigos rodam sem mudanca, e a
      *>                       calculadora de mesa esta aposentada.
      *>    2026-10-05  RFS    Incluido o estorno por identificador
      *>                       de transacao: um detalhe com operacao
      *>                       EST traz em SM-IN-EST-ID-ORIGINAL o
      *>                       identificador de uma transacao ja
      *>                       processada. SOMA localiza a original
      *>                       no SOMAIDS (que passa a guardar
      *>                       operandos, resultado, categoria,
      *>                       moeda e situacao de cada transacao)
      *>                       ou entre os pendentes do lote, lanca
      *>                       no master o valor exatamente oposto
      *>                       na categoria dela e grava em SOMAOUT/
      *>                       SOMAAUD uma linha EST ligada a
      *>                       original (SM-OUT-ID-ORIGINAL,
      *>                       SM-OUT-DATA-ORIGINAL e
      *>                       SM-AUD-ID-ORIGINAL), marcando-a como
      *>                       estornada no SOMAIDS junto com o
      *>                       checkpoint. Identificador original
      *>                       inexistente, ja estornado, que seja
      *>                       ele proprio um estorno ou sem os
      *>                       dados do estorno e rejeitado a
      *>                       SOMAREJ; sem o SOMAIDS aberto
      *>                       (VERIFICA-DUPLICADOS=NAO) o estorno
      *>                       e rejeitado com ESTORNO-SEM-IDS.
      *>    2026-10-07  RFS    Incluidos os limites por categoria: o
      *>                       arquivo indexado opcional SOMALIM
      *>                       traz, por categoria, um teto por
      *>                       transacao e um teto diario acumulado.
      *>                       Um detalhe cujo resultado ultrapasse
      *>                       um deles nao e lancado nem rejeitado:
      *>                       vai para a fila de retidos SOMARET
      *>                       (status RETIDO em SOMAOUT/SOMAAUD) ate
      *>                       a decisao do supervisor, aplicada pelo
      *>                       programa de liberacao SOMALIB. O uso
      *>                       diario e gravado no SOMALIM junto com
      *>                       o checkpoint e a reconciliacao com
      *>                       SOMACTL passa a somar os retidos.
      *>    2026-10-09  RFS    Registro de inicio e fim do lote no
      *>                       arquivo de controle do ciclo SOMAEXE
      *>                       (data de negocio do header, passo
      *>                       SOMA ou SOMA-Pn). Novo parametro
      *>                       PARTICAO=n (1 a 4) no SOMAPRM para a
      *>                       instancia de uma particao, que so
      *>                       inicia com o SOMASPL da mesma data
      *>                       terminado com RETURN-CODE 0; sem isso
      *>                       o lote e recusado com RETURN-CODE 20.
      *>    2026-10-13  RFS    Registro de pendencias em suspenso
      *>                       SOMASUS (indexado, chave identificador
      *>                       da transacao + data de negocio): cada
      *>                       detalhe rejeitado com identificador
      *>                       abre uma pendencia com o motivo e o
      *>                       sistema de origem do lote (rejeicao
      *>                       por DUPLICADO nao abre - nao ha o que
      *>                       corrigir), uma ressubmissao rejeitada
      *>                       de novo reabre a sua, e um detalhe
      *>                       lancado com status OK liquida as
      *>                       pendencias em aberto do mesmo
      *>                       identificador, de qualquer data. O
      *>                       aging das pendencias e o relatorio
      *>                       SOMAAGE.
      *>    2026-10-15  RFS    O passo antecessor passa a liberar a
      *>                       execucao quando terminou com
      *>                       RETURN-CODE ate 4. SOMAEXE, SOMASUS
      *>                       e SOMARET so sao criados quando nao
      *>                       existem (FILE STATUS 35); outra falha
      *>                       na abertura e erro de E/S e nao
      *>                       esvazia o arquivo. O SOMAEXE fica
      *>                       aberto so no registro do inicio e do
      *>                       termino do passo, e na instancia de
      *>                       uma particao o SOMASUS e reaberto a
      *>                       cada atualizacao de pendencia, para
      *>                       que as particoes rodem ao mesmo
      *>                       tempo.
      *>    2026-10-15  RFS    Com VERIFICA-DUPLICADOS=NAO
      *>                       (instancias por particao) o SOMAIDS
      *>                       passa a ser aberto para consulta, e o
      *>                       estorno localiza a original gravada
      *>                       por lotes anteriores em vez de ser
      *>                       sempre rejeitado como ESTORNO-SEM-IDS;
      *>                       o registro do estorno e a marca da
      *>                       original ficam com o SOMAMRG. Uma
      *>                       original do proprio lote particionado
      *>                       continua rejeitada como inexistente.
      *>    2026-10-15  RFS    Nas instancias por particao, o
      *>                       checkpoint deixa de descartar os
      *>                       estornos do lote: a original de cada
      *>                       um passa para uma tabela que nao e
      *>                       limpa durante o lote, e um segundo
      *>                       estorno dela continua rejeitado como
      *>                       ID-ORIG-JA-ESTORNADO. Sem espaco
      *>                       garantido na tabela, o estorno e
      *>                       rejeitado como ESTORNO-TABELA-CHEIA.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS SM-IDS-ID-TRANSACAO
               FILE STATUS IS SM-FS-SOMAIDS.

           SELECT SOMALIM-FILE ASSIGN TO "SOMALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-LIM-CATEGORIA
               FILE STATUS IS SM-FS-SOMALIM.

           SELECT SOMARET-FILE ASSIGN TO "SOMARET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-FS-SOMARET.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS SM-FS-SOMAEXE.

           SELECT SOMASUS-FILE ASSIGN TO "SOMASUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUS-CHAVE
               FILE STATUS IS SM-FS-SOMASUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAIN-FILE
       01  SOMAIDS-RECORD.
           COPY SOMAIDS.

       FD  SOMALIM-FILE.
       01  SOMALIM-RECORD.
           COPY SOMALIM.

       FD  SOMARET-FILE
           RECORDING MODE IS F.
       01  SOMARET-RECORD.
           COPY SOMARET.

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       FD  SOMASUS-FILE.
       01  SOMASUS-RECORD.
           COPY SOMASUS.

       WORKING-STORAGE SECTION.
      *> Campos originais do modo linha de comando
       01 WS-NUMERO1 PIC S9(10)V99 VALUE 0.
       77 SM-FS-SOMAPRM PIC X(02) VALUE "00".
       77 SM-FS-SOMAIDS PIC X(02) VALUE "00".
       77 SM-FS-SOMATAX PIC X(02) VALUE "00".
       77 SM-FS-SOMALIM PIC X(02) VALUE "00".
       77 SM-FS-SOMARET PIC X(02) VALUE "00".


       77 SM-SW-MODO-BATCH PIC X(01) VALUE "N".
       77 SM-NUM-REGISTRO-ED PIC 9(08).
       77 SM-QTDE-REJEITADOS PIC 9(08) COMP VALUE 0.
       77 SM-QTDE-REJEITADOS-ED PIC 9(08).
       77 SM-QTDE-RETIDOS PIC 9(08) COMP VALUE 0.
       77 SM-QTDE-RETIDOS-ED PIC 9(08).

      *> Validacao de um registro de SOMAIN no modo batch
       77 SM-SW-REGISTRO-VALIDO PIC X(01) VALUE "S".
          88 SM-ATUALIZA-MASTER VALUE "S".

      *> Categoria do registro corrente ecoada em SOMAOUT (em branco
      *> no modo CLI e nas linhas sem registro de origem) e usada
      *> como chave do delta do master - num estorno, a categoria
      *> da transacao original.
       77 SM-CATEGORIA-SAIDA PIC X(08) VALUE SPACES.

      *> Ligacao de uma linha de estorno com a transacao original,
      *> ecoada em SOMAOUT/SOMAAUD. Preenchidos somente por
      *> 4337-ESTORNA-REGISTRO e limpos logo apos a gravacao, para
      *> que as demais linhas saiam em branco.
       77 SM-ID-ORIGINAL-SAIDA PIC X(12) VALUE SPACES.
       77 SM-DATA-ORIGINAL-SAIDA PIC X(08) VALUE SPACES.
       77 SM-OPER-ORIGINAL-SAIDA PIC X(03) VALUE SPACES.

      *> Dados da transacao original de um estorno, localizada por
      *> 4317-LOCALIZA-ORIGINAL no SOMAIDS ou entre os pendentes do
      *> lote.
       77 SM-SW-ORIGINAL-ACHADA PIC X(01) VALUE "N".
          88 SM-ORIGINAL-ACHADA VALUE "S".
       77 SM-SW-ORIGINAL-ESTORNADA PIC X(01) VALUE "N".
          88 SM-ORIGINAL-JA-ESTORNADA VALUE "S".
       77 SM-ORIG-SITUACAO PIC X(01) VALUE SPACES.
          88 SM-ORIG-ATIVA VALUE "A".
          88 SM-ORIG-ESTORNADA VALUE "E".
          88 SM-ORIG-E-ESTORNO VALUE "R".
       77 SM-ORIG-DATA-NEGOCIO PIC X(08) VALUE SPACES.
       77 SM-ORIG-OPERACAO PIC X(03) VALUE SPACES.
       77 SM-ORIG-NUMERO1 PIC S9(10)V99 VALUE 0.
       77 SM-ORIG-NUMERO2 PIC S9(10)V99 VALUE 0.
       77 SM-ORIG-RESULTADO PIC S9(10)V99 VALUE 0.
       77 SM-ORIG-CATEGORIA PIC X(08) VALUE SPACES.
       77 SM-ORIG-MOEDA PIC X(03) VALUE SPACES.

      *> Moeda original do registro corrente ecoada em SOMAOUT (em
      *> branco = moeda base, no modo CLI e nas linhas sem registro
      *> de origem) e tabela de taxas do dia carregada do arquivo
      *> para que um RESTART= nao acuse como duplicada a propria
      *> primeira passagem; a conferencia de duplicidade consulta o
      *> registro E os pendentes, pegando tambem a duplicidade
      *> dentro do proprio lote. Cada pendente leva os dados que o
      *> SOMAIDS guarda para um estorno futuro; um pendente de
      *> situacao "R" e um estorno, e sua gravacao marca a
      *> original como estornada. Com VERIFICA-DUPLICADOS=NAO
      *> (instancias por particao) o SOMAIDS e aberto so para
      *> consulta (SM-IDS-CONSULTA), para localizar a original de
      *> um estorno; quem grava o estorno e marca a original e o
      *> consolidador SOMAMRG.
       77 SM-SW-IDS-ABERTO PIC X(01) VALUE "N".
          88 SM-IDS-ABERTO VALUE "S".
       77 SM-SW-IDS-CONSULTA PIC X(01) VALUE "N".
          88 SM-IDS-CONSULTA VALUE "S".
       77 SM-SW-VERIFICA-DUP PIC X(01) VALUE "S".
          88 SM-VERIFICA-DUPLICADOS VALUE "S".
       01 SM-TABELA-IDS-PENDENTES.
          05 SM-IDP-ENTRADA OCCURS 200 TIMES
                            INDEXED BY SM-IDP-IDX.
             10 SM-ID-PENDENTE        PIC X(12).
             10 SM-IDP-SITUACAO       PIC X(01).
             10 SM-IDP-OPERACAO       PIC X(03).
             10 SM-IDP-NUMERO1        PIC S9(10)V99.
             10 SM-IDP-NUMERO2        PIC S9(10)V99.
             10 SM-IDP-RESULTADO      PIC S9(10)V99.
             10 SM-IDP-CATEGORIA      PIC X(08).
             10 SM-IDP-MOEDA          PIC X(03).
             10 SM-IDP-ID-VINCULADO   PIC X(12).
             10 SM-IDP-DATA-VINCULADO PIC X(08).
       77 SM-QTDE-IDS-PENDENTES PIC 9(03) COMP VALUE 0.

      *> Originais ja estornadas no proprio lote, nas instancias
      *> por particao (SM-IDS-CONSULTA). Ali os pendentes nao sao
      *> gravados no SOMAIDS, e o checkpoint os descartaria: antes
      *> de limpar a tabela de pendentes, 4390-POSTA-IDS guarda
      *> aqui a original de cada estorno ("R"), para que um segundo
      *> estorno dela no mesmo lote continue rejeitado. A tabela
      *> nunca e limpa durante o lote; cheia, os estornos seguintes
      *> sao rejeitados como ESTORNO-TABELA-CHEIA. Numa retomada
      *> (RESTART=) os estornos anteriores ao ponto de retomada nao
      *> estao aqui - o SOMAMRG ainda recusa o segundo estorno ao
      *> marcar a original.
       01 SM-TABELA-ORIG-ESTORNADAS.
          05 SM-ORE-ID OCCURS 1000 TIMES
                       INDEXED BY SM-ORE-IDX PIC X(12).
       77 SM-QTDE-ORIG-ESTORNADAS PIC 9(04) COMP VALUE 0.
       77 SM-SW-ID-DUPLICADO PIC X(01) VALUE "N".
          88 SM-ID-DUPLICADO VALUE "S".
       77 SM-IDS-POST-IDX PIC 9(03) COMP VALUE 0.

      *> Limites por categoria (SOMALIM). Sem o arquivo, nenhum
      *> detalhe e retido. O uso diario lancado por esta execucao
      *> fica acumulado nesta tabela (SM-USO-LOTE) desde o inicio do
      *> lote; a parte ainda nao gravada no SOMALIM (SM-USO-LOTE
      *> menos SM-USO-POSTADO) e gravada junto com o checkpoint,
      *> para que um RESTART= nao a conte duas vezes. As instancias
      *> por particao (ATUALIZA-MASTER=NAO) abrem o SOMALIM somente
      *> para consulta e nunca gravam o uso.
       77 SM-SW-LIMITES-ABERTO PIC X(01) VALUE "N".
          88 SM-LIMITES-ABERTO VALUE "S".
       77 SM-SW-GRAVA-USO PIC X(01) VALUE "N".
          88 SM-GRAVA-USO VALUE "S".
       77 SM-SW-LIMITE-ACHADO PIC X(01) VALUE "N".
          88 SM-LIMITE-ACHADO VALUE "S".
       77 SM-SW-RETIDO PIC X(01) VALUE "N".
          88 SM-REGISTRO-RETIDO VALUE "S".
       77 SM-MOTIVO-RETENCAO PIC X(20) VALUE SPACES.
       77 SM-VALOR-LIMITE PIC 9(10)V99 VALUE 0.
       77 SM-USO-PROJETADO PIC 9(13)V99 VALUE 0.
       77 SM-TOTAL-RETIDO-BATCH PIC S9(10)V99 VALUE 0.
       77 SM-CTRL-RETIDO-ED PIC -(9)9.99.
       77 SM-TOTAL-CONFERIDO PIC S9(11)V99 VALUE 0.
       01 SM-TABELA-USOS.
          05 SM-USO-ENTRADA OCCURS 200 TIMES
                            INDEXED BY SM-USO-IDX.
             10 SM-USO-CATEGORIA PIC X(08).
             10 SM-USO-LOTE      PIC 9(12)V99.
             10 SM-USO-POSTADO   PIC 9(12)V99.
       77 SM-QTDE-USOS PIC 9(03) COMP VALUE 0.
       77 SM-USO-ATUAL PIC 9(03) COMP VALUE 0.
       77 SM-SW-USO-ACHADO PIC X(01) VALUE "N".
          88 SM-USO-ACHADO VALUE "S".
       77 SM-USO-POST-IDX PIC 9(03) COMP VALUE 0.

      *> Parametros de execucao do arquivo opcional SOMAPRM, com
      *> seus valores padrao quando o arquivo ou o parametro nao
      *> estiverem presentes.
          88 SM-OP-CONHECIDA VALUE "ADD" "SUB" "MUL" "AVG".
       77 SM-PARAMETRO-OP PIC X(03).

      *> Controle de execucao do ciclo noturno (SOMAEXE). O passo
      *> e SOMA na execucao unica ou SOMA-Pn na instancia de uma
      *> particao (PARTICAO=n no SOMAPRM), que exige o SOMASPL. O
      *> arquivo, compartilhado pelas particoes que rodam ao mesmo
      *> tempo, so fica aberto enquanto o inicio e o termino do
      *> passo sao registrados.
       77 SM-FS-SOMAEXE PIC X(02) VALUE "00".
       77 SM-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 SM-SOMAEXE-ABERTO VALUE "S".
       77 SM-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 SM-INICIO-REGISTRADO VALUE "S".
       77 SM-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 SM-ENTRADA-EXISTE VALUE "S".
       77 SM-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 SM-EXECUCAO-RECUSADA VALUE "S".
       77 SM-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 SM-PASSO-CONTROLE PIC X(08) VALUE "SOMA".
       77 SM-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 SM-RC-ANTECESSOR-ED PIC 9(03).
       77 SM-DATA-HORA-CONTROLE PIC X(21).
       77 SM-PARTICAO PIC 9(01) VALUE 0.

      *> Registro de pendencias em suspenso (SOMASUS). A rejeicao de
      *> um detalhe com identificador abre (ou reabre) a pendencia
      *> do identificador na data de negocio do lote; o lancamento
      *> OK de um identificador liquida as pendencias dele em
      *> aberto em qualquer data, percorridas a partir da chave
      *> identificador + data em LOW-VALUES.
       77 SM-FS-SOMASUS PIC X(02) VALUE "00".
      *> Na instancia de uma particao, que divide o SOMASUS com as
      *> outras particoes em execucao, o arquivo so fica aberto
      *> durante cada atualizacao (SM-SUSPENSOS-POR-USO); na
      *> execucao unica, durante todo o lote.
       77 SM-SW-SUSPENSOS-ABERTO PIC X(01) VALUE "N".
          88 SM-SUSPENSOS-ABERTO VALUE "S".
       77 SM-SW-SUSPENSOS-POR-USO PIC X(01) VALUE "N".
          88 SM-SUSPENSOS-POR-USO VALUE "S".
       77 SM-SW-SUSPENSOS-PRONTO PIC X(01) VALUE "N".
          88 SM-SUSPENSOS-PRONTO VALUE "S".
       77 SM-SW-FIM-PENDENCIAS PIC X(01) VALUE "N".
          88 SM-FIM-PENDENCIAS VALUE "S".
       77 SM-ID-LIQUIDACAO PIC X(12) VALUE SPACES.
       77 SM-DATA-HORA-SUSPENSO PIC X(21).
       77 SM-QTDE-PEND-ABERTAS PIC 9(08) COMP VALUE 0.
       77 SM-QTDE-PEND-REABERTAS PIC 9(08) COMP VALUE 0.
       77 SM-QTDE-PEND-LIQUIDADAS PIC 9(08) COMP VALUE 0.
       77 SM-QTDE-PENDENCIAS-ED PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
               END-IF
           END-IF.

           IF SM-MODO-BATCH
               PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT
           END-IF.

           CLOSE SOMAAUD-FILE.
           CLOSE SOMAOUT-FILE.

                               "INVALIDO (SIM OU NAO) - " SM-PRM-VALOR
                           SET SM-HOUVE-ERRO TO TRUE
                   END-EVALUATE
               WHEN "PARTICAO"
                   IF SM-PRM-VALOR (1:1) >= "1"
                           AND SM-PRM-VALOR (1:1) <= "4"
                           AND SM-PRM-VALOR (2:19) = SPACES
                       MOVE SM-PRM-VALOR (1:1) TO SM-PARTICAO
                       MOVE SPACES TO SM-PASSO-CONTROLE
                       STRING "SOMA-P" SM-PARTICAO
                           DELIMITED BY SIZE INTO SM-PASSO-CONTROLE
                       END-STRING
                       MOVE "SOMASPL" TO SM-PASSO-ANTECESSOR
                   ELSE
                       DISPLAY "ERRO: VALOR DE PARTICAO= INVALIDO "
                           "(1 A 4) - " SM-PRM-VALOR
                       SET SM-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN "VERIFICA-DUPLICADOS"
                   EVALUATE SM-PRM-VALOR
                       WHEN "SIM"
               MOVE "NAO" TO SM-PRM-VALOR
           END-IF.
           PERFORM 1510-ECOA-UM-PARAMETRO THRU 1510-EXIT.

           MOVE "PARTICAO" TO SM-PRM-KEYWORD.
           IF SM-PARTICAO > 0
               MOVE SM-PARTICAO TO SM-PRM-VALOR
           ELSE
               MOVE "EXECUCAO-UNICA" TO SM-PRM-VALOR
           END-IF.
           PERFORM 1510-ECOA-UM-PARAMETRO THRU 1510-EXIT.
       1500-EXIT.
           EXIT.

      *> so da parte reprocessada) com o total de controle esperado.
      *> Uma falha ao abrir SOMAIN tambem gera uma linha de
      *> auditoria/saida estruturada, para que a execucao nao fique
      *> sem nenhum rastro. Detalhes que ultrapassem um limite da
      *> categoria (SOMALIM) vao para a fila de retidos SOMARET.
      *> O lote so e processado depois de registrado o inicio da
      *> execucao no controle do ciclo SOMAEXE. Rejeicoes e
      *> lancamentos OK atualizam as pendencias do SOMASUS.
      *> ---------------------------------------------------------
       4000-PROCESSA-BATCH.
           MOVE 0 TO SM-NUM-REGISTRO.
               IF NOT SM-ERRO-LOTE
                   PERFORM 4100-VALIDA-HEADER-LOTE THRU 4100-EXIT
               END-IF
               IF NOT SM-ERRO-LOTE
                   PERFORM 4160-INICIA-CONTROLE-EXECUCAO
                       THRU 4160-EXIT
               END-IF
               IF SM-ERRO-LOTE OR NOT SM-INICIO-REGISTRADO
                   CLOSE SOMAIN-FILE
               ELSE
                   PERFORM 4550-RECUPERA-TOTAL-ANTERIOR THRU 4550-EXIT
                   END-IF
                   PERFORM 4700-ABRE-MASTER THRU 4700-EXIT
                   PERFORM 4750-ABRE-REGISTRO-IDS THRU 4750-EXIT
                   PERFORM 4800-ABRE-LIMITES THRU 4800-EXIT
                   PERFORM 4850-ABRE-SUSPENSOS THRU 4850-EXIT
                   PERFORM 4200-LE-SOMAIN THRU 4200-EXIT
                   PERFORM 4300-PROCESSA-UM-REGISTRO THRU 4300-EXIT
                       UNTIL SM-FIM-SOMAIN OR SM-ERRO-LOTE
                   MOVE SM-QTDE-REJEITADOS TO SM-QTDE-REJEITADOS-ED
                   DISPLAY "TOTAL-REGISTROS-REJEITADOS="
                       SM-QTDE-REJEITADOS-ED
                   MOVE SM-QTDE-RETIDOS TO SM-QTDE-RETIDOS-ED
                   DISPLAY "TOTAL-REGISTROS-RETIDOS="
                       SM-QTDE-RETIDOS-ED
                   MOVE SM-QTDE-PEND-ABERTAS TO SM-QTDE-PENDENCIAS-ED
                   DISPLAY "PENDENCIAS-ABERTAS="
                       SM-QTDE-PENDENCIAS-ED
                   MOVE SM-QTDE-PEND-REABERTAS TO SM-QTDE-PENDENCIAS-ED
                   DISPLAY "PENDENCIAS-REABERTAS="
                       SM-QTDE-PENDENCIAS-ED
                   MOVE SM-QTDE-PEND-LIQUIDADAS
                       TO SM-QTDE-PENDENCIAS-ED
                   DISPLAY "PENDENCIAS-LIQUIDADAS="
                       SM-QTDE-PENDENCIAS-ED
                   CLOSE SOMAIN-FILE
                   CLOSE SOMACKP-FILE
                   CLOSE SOMAREJ-FILE
                   IF SM-LIMITES-ABERTO
                       CLOSE SOMALIM-FILE
                       CLOSE SOMARET-FILE
                   END-IF
                   IF SM-MASTER-ABERTO
                       CLOSE SOMAMST-FILE
                   END-IF
                   IF SM-IDS-ABERTO OR SM-IDS-CONSULTA
                       CLOSE SOMAIDS-FILE
                   END-IF
                   IF SM-SUSPENSOS-ABERTO AND NOT SM-SUSPENSOS-POR-USO
                       CLOSE SOMASUS-FILE
                   END-IF
                   IF NOT SM-ERRO-LOTE AND NOT SM-HOUVE-FALHA-IO
                           AND NOT SM-HOUVE-ERRO
                           AND NOT SM-HOUVE-OVERFLOW
       4150-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4160-INICIA-CONTROLE-EXECUCAO - com o lote ja aprovado,
      *> abre o controle do ciclo SOMAEXE, confere o passo
      *> antecessor (SOMASPL, somente na instancia de uma
      *> particao) e registra o inicio do passo na data de negocio
      *> do header. Um lote recusado antes deste ponto nao altera
      *> a entrada do passo. A recusa por antecessor pendente
      *> (RETURN-CODE 20) grava uma linha de auditoria/saida
      *> estruturada RECUSADO, com o passo antecessor em
      *> PARAMETRO2. O SOMAEXE e fechado em seguida, para nao
      *> prender as outras particoes durante o processamento do
      *> lote; 8400-REGISTRA-TERMINO o reabre no fim.
      *> ---------------------------------------------------------
       4160-INICIA-CONTROLE-EXECUCAO.
           MOVE SM-DATA-NEGOCIO TO SM-DATA-CONTROLE.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF SM-SOMAEXE-ABERTO AND SM-PASSO-ANTECESSOR NOT = SPACES
               PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT
           END-IF.

           IF SM-EXECUCAO-RECUSADA
               MOVE SPACES TO SM-AUD-PARAMETRO1 SM-AUD-PARAMETRO2
                   SM-AUD-RESULTADO SM-AUD-ID-TRANSACAO
                   SM-AUD-OPERACAO SM-CATEGORIA-SAIDA SM-MOEDA-SAIDA
               MOVE "ANTECESSOR PENDENTE" TO SM-AUD-PARAMETRO1
               MOVE SM-PASSO-ANTECESSOR TO SM-AUD-PARAMETRO2
               MOVE 0 TO SM-AUD-QTDE-OPERANDOS
               MOVE "RECUSADO" TO SM-AUD-STATUS
               PERFORM 7000-GRAVA-SAIDA THRU 7000-EXIT
               PERFORM 7100-GRAVA-AUDITORIA THRU 7100-EXIT
           END-IF.

           IF SM-SOMAEXE-ABERTO AND NOT SM-EXECUCAO-RECUSADA
                   AND NOT SM-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.

           IF SM-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
               MOVE "N" TO SM-SW-SOMAEXE-ABERTO
           END-IF.
       4160-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4500-ABRE-CONTROLE - le, se presente, o total de controle
      *> esperado para o lote inteiro do arquivo opcional SOMACTL.
      *> execucao anterior e guarda seu total geral acumulado; ao
      *> final da leitura, o ultimo valor lido e o total acumulado
      *> ate o ultimo registro efetivamente processado antes do
      *> restart, e o total retido por limite ate ali. Recupera
      *> tambem o estado de overflow do lote,
      *> para que a retomada se comporte como a execucao
      *> ininterrupta (RETURN-CODE e registro da data em SOMADAT).
      *> ---------------------------------------------------------
                   SET SM-FIM-SOMACKP TO TRUE
               NOT AT END
                   MOVE SM-CKP-TOTAL-GERAL TO SM-TOTAL-GERAL-BATCH
                   MOVE SM-CKP-TOTAL-RETIDO TO SM-TOTAL-RETIDO-BATCH
                   IF SM-CKP-SW-OVERFLOW = "S"
                       SET SM-HOUVE-OVERFLOW TO TRUE
                   END-IF

      *> ---------------------------------------------------------
      *> 4600-RECONCILIA-CONTROLE-BATCH - compara o total geral do
      *> lote (soma de todos os resultados OK) mais o total dos
      *> detalhes retidos por limite (validos, calculados e apenas
      *> aguardando a decisao do supervisor) com o total de
      *> controle esperado lido de SOMACTL e exibe o status da
      *> reconciliacao. Uma divergencia liga SM-SW-CTRL-BREAK,
      *> considerada por 8000-DEFINE-RETURN-CODE.
      *> ---------------------------------------------------------
       4600-RECONCILIA-CONTROLE-BATCH.
           COMPUTE SM-TOTAL-CONFERIDO =
               SM-TOTAL-GERAL-BATCH + SM-TOTAL-RETIDO-BATCH.
           IF SM-TOTAL-CONFERIDO = SM-CTRL-ESPERADO
               DISPLAY "RECONCILIACAO=MATCH"
           ELSE
               SET SM-CTRL-BREAK TO TRUE
               DISPLAY "RECONCILIACAO=BREAK ESPERADO=" SM-CTRL-ESPERADO-ED
                   " CALCULADO=" SM-CTRL-CALCULADO-ED
           END-IF.
           IF SM-TOTAL-RETIDO-BATCH NOT = 0
               MOVE SM-TOTAL-RETIDO-BATCH TO SM-CTRL-RETIDO-ED
               DISPLAY "RECONCILIACAO RETIDO=" SM-CTRL-RETIDO-ED
           END-IF.
       4600-EXIT.
           EXIT.

      *> trailer recusa o lote (arquivo fora de ordem). Grava o
      *> checkpoint ao final de cada registro efetivamente
      *> processado (somado ou rejeitado), para que um RESTART= nao
      *> o reprocesse. Um detalhe de estorno (operacao EST) valido
      *> tem a transacao original localizada e e lancado por
      *> 4337-ESTORNA-REGISTRO em vez de 4330-SOMA-REGISTRO.
      *> ---------------------------------------------------------
       4340-PROCESSA-DETALHE.
           PERFORM 4345-FLUSH-DELTAS-SE-CHEIO THRU 4345-EXIT.
                           AND SM-IN-ID-TRANSACAO NOT = SPACES
                       PERFORM 4315-VERIFICA-DUPLICADO THRU 4315-EXIT
                   END-IF
                   IF SM-REGISTRO-VALIDO AND SM-IN-OP-ESTORNO
                       PERFORM 4317-LOCALIZA-ORIGINAL THRU 4317-EXIT
                   END-IF
                   IF SM-REGISTRO-VALIDO
                       IF SM-IN-OP-ESTORNO
                           PERFORM 4337-ESTORNA-REGISTRO THRU 4337-EXIT
                       ELSE
                           PERFORM 4330-SOMA-REGISTRO THRU 4330-EXIT
                       END-IF
                   ELSE
                       PERFORM 4320-GRAVA-REJEITADO THRU 4320-EXIT
                   END-IF
      *> antecipado AGORA, antes que o registro entre em qualquer
      *> total ou contador: o checkpoint gravado aqui aponta o
      *> ultimo registro completamente processado, nunca um cujas
      *> saidas ainda nao foram gravadas. A categoria de um estorno
      *> so e conhecida depois de localizada a original, entao com
      *> a tabela de deltas cheia um estorno sempre antecipa o
      *> checkpoint.
      *> ---------------------------------------------------------
       4345-FLUSH-DELTAS-SE-CHEIO.
           IF (SM-IDS-ABERTO OR SM-IDS-CONSULTA)
                   AND SM-QTDE-IDS-PENDENTES >= 200
               PERFORM 4400-GRAVA-CHECKPOINT THRU 4400-EXIT
           END-IF.
           IF SM-MASTER-ABERTO AND SM-IN-OP-ESTORNO
                   AND SM-QTDE-DELTAS >= 200
               PERFORM 4400-GRAVA-CHECKPOINT THRU 4400-EXIT
           END-IF.
           IF SM-MASTER-ABERTO AND SM-IN-CATEGORIA NOT = SPACES
                   AND SM-QTDE-DELTAS >= 200
               MOVE SM-IN-CATEGORIA TO SM-CATEGORIA-SAIDA
               MOVE "N" TO SM-SW-DELTA-ACHADO
               PERFORM 4366-PROCURA-DELTA THRU 4366-EXIT
                   VARYING SM-DELTA-IDX FROM 1 BY 1
      *> sinal separado a esquerda seguido somente de digitos,
      *> antes que o conteudo seja usado como numero. Um campo fora
      *> desse formato desliga SM-SW-REGISTRO-VALIDO e preenche
      *> SM-MOTIVO-REJEICAO para a gravacao em SOMAREJ. Um detalhe
      *> de estorno (EST) nao traz valores nem moeda: exige apenas
      *> o proprio identificador e o da transacao original,
      *> diferentes entre si.
      *> ---------------------------------------------------------
       4310-VALIDA-REGISTRO.
           MOVE "S" TO SM-SW-REGISTRO-VALIDO.
               MOVE "N" TO SM-SW-REGISTRO-VALIDO
           END-IF.

           IF SM-REGISTRO-VALIDO AND SM-IN-OP-ESTORNO
               EVALUATE TRUE
                   WHEN SM-IN-ID-TRANSACAO = SPACES
                       MOVE "ID-EM-BRANCO" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
                   WHEN SM-IN-EST-ID-ORIGINAL = SPACES
                       MOVE "ID-ORIG-EM-BRANCO" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
                   WHEN SM-IN-EST-ID-ORIGINAL = SM-IN-ID-TRANSACAO
                       MOVE "ID-ORIG-INVALIDO" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
               END-EVALUATE
           END-IF.

           IF SM-REGISTRO-VALIDO AND NOT SM-IN-OP-ESTORNO
               AND ((SM-IN-NUMERO-1-X (1:1) NOT = "+"
                   AND SM-IN-NUMERO-1-X (1:1) NOT = "-")
                   OR SM-IN-NUMERO-1-X (2:12) NOT NUMERIC)
               MOVE "N" TO SM-SW-REGISTRO-VALIDO
           END-IF.

           IF SM-REGISTRO-VALIDO AND NOT SM-IN-OP-ESTORNO
               AND ((SM-IN-NUMERO-2-X (1:1) NOT = "+"
                   AND SM-IN-NUMERO-2-X (1:1) NOT = "-")
                   OR SM-IN-NUMERO-2-X (2:12) NOT NUMERIC)
               AND SM-IN-OPERACAO NOT = "SUB"
               AND SM-IN-OPERACAO NOT = "MUL"
               AND SM-IN-OPERACAO NOT = "AVG"
               AND SM-IN-OPERACAO NOT = "EST"
               MOVE "OPERACAO-INVALIDA" TO SM-MOTIVO-REJEICAO
               MOVE "N" TO SM-SW-REGISTRO-VALIDO
           END-IF.

           IF SM-REGISTRO-VALIDO AND SM-IN-MOEDA NOT = SPACES
                   AND NOT SM-IN-OP-ESTORNO
               MOVE SM-IN-MOEDA TO SM-MOEDA-PROCURADA
               PERFORM 4075-PROCURA-TAXA THRU 4075-EXIT
               IF NOT SM-TAXA-ACHADA
       4315-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4317-LOCALIZA-ORIGINAL - localiza a transacao original de
      *> um detalhe de estorno, primeiro entre os pendentes do
      *> proprio lote (ainda nao gravados no SOMAIDS) e depois no
      *> registro SOMAIDS, guardando em SM-ORIG-* o resultado, a
      *> operacao, os valores, a categoria, a moeda e a data de
      *> negocio da original. Desliga SM-SW-REGISTRO-VALIDO quando
      *> a original nao existe, ja foi estornada, e ela propria um
      *> estorno, foi registrada antes de o SOMAIDS guardar os
      *> dados do lancamento, ou quando o SOMAIDS nao esta
      *> disponivel nesta execucao. As instancias por particao
      *> consultam o SOMAIDS sem grava-lo: so localizam originais
      *> de lotes anteriores, ja consolidados pelo SOMAMRG - uma
      *> original do proprio lote particionado e rejeitada como
      *> inexistente e deve ser estornada num lote seguinte. Nelas,
      *> a original ja estornada no lote e procurada tambem na
      *> tabela SM-TABELA-ORIG-ESTORNADAS, que sobrevive aos
      *> checkpoints; com a tabela sem espaco garantido para o
      *> estorno, ele e rejeitado como ESTORNO-TABELA-CHEIA.
      *> ---------------------------------------------------------
       4317-LOCALIZA-ORIGINAL.
           MOVE "N" TO SM-SW-ORIGINAL-ACHADA.
           MOVE "N" TO SM-SW-ORIGINAL-ESTORNADA.
           MOVE SPACES TO SM-ORIG-SITUACAO.

           IF NOT SM-IDS-ABERTO AND NOT SM-IDS-CONSULTA
               MOVE "ESTORNO-SEM-IDS" TO SM-MOTIVO-REJEICAO
               MOVE "N" TO SM-SW-REGISTRO-VALIDO
           END-IF.

           IF SM-REGISTRO-VALIDO AND SM-IDS-CONSULTA
                   AND SM-QTDE-ORIG-ESTORNADAS + SM-QTDE-IDS-PENDENTES
                       >= 1000
               MOVE "ESTORNO-TABELA-CHEIA" TO SM-MOTIVO-REJEICAO
               MOVE "N" TO SM-SW-REGISTRO-VALIDO
           END-IF.

           IF SM-REGISTRO-VALIDO
               PERFORM 4318-COMPARA-PENDENTE-ORIGINAL THRU 4318-EXIT
                   VARYING SM-IDP-IDX FROM 1 BY 1
                   UNTIL SM-IDP-IDX > SM-QTDE-IDS-PENDENTES
           END-IF.

           IF SM-REGISTRO-VALIDO AND SM-IDS-CONSULTA
                   AND NOT SM-ORIGINAL-JA-ESTORNADA
               PERFORM 4319-COMPARA-ORIG-ESTORNADA THRU 4319-EXIT
                   VARYING SM-ORE-IDX FROM 1 BY 1
                   UNTIL SM-ORE-IDX > SM-QTDE-ORIG-ESTORNADAS
                      OR SM-ORIGINAL-JA-ESTORNADA
           END-IF.

           IF SM-REGISTRO-VALIDO AND NOT SM-ORIGINAL-ACHADA
               MOVE SM-IN-EST-ID-ORIGINAL TO SM-IDS-ID-TRANSACAO
               READ SOMAIDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SM-ORIGINAL-ACHADA TO TRUE
                       MOVE SM-IDS-SITUACAO TO SM-ORIG-SITUACAO
                       MOVE SM-IDS-DATA-NEGOCIO TO SM-ORIG-DATA-NEGOCIO
                       MOVE SM-IDS-OPERACAO TO SM-ORIG-OPERACAO
                       MOVE SM-IDS-NUMERO1 TO SM-ORIG-NUMERO1
                       MOVE SM-IDS-NUMERO2 TO SM-ORIG-NUMERO2
                       MOVE SM-IDS-RESULTADO TO SM-ORIG-RESULTADO
                       MOVE SM-IDS-CATEGORIA TO SM-ORIG-CATEGORIA
                       MOVE SM-IDS-MOEDA TO SM-ORIG-MOEDA
               END-READ
           END-IF.

           IF SM-REGISTRO-VALIDO
               EVALUATE TRUE
                   WHEN NOT SM-ORIGINAL-ACHADA
                       MOVE "ID-ORIG-INEXISTENTE" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
                   WHEN SM-ORIG-ESTORNADA OR SM-ORIGINAL-JA-ESTORNADA
                       MOVE "ID-ORIG-JA-ESTORNADO" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
                   WHEN SM-ORIG-E-ESTORNO
                       MOVE "ID-ORIG-E-ESTORNO" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
                   WHEN NOT SM-ORIG-ATIVA
                       MOVE "ID-ORIG-SEM-DADOS" TO SM-MOTIVO-REJEICAO
                       MOVE "N" TO SM-SW-REGISTRO-VALIDO
               END-EVALUATE
           END-IF.
       4317-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4318-COMPARA-PENDENTE-ORIGINAL - compara uma entrada da
      *> tabela de identificadores pendentes com o identificador
      *> original do estorno atual: a propria original (guarda os
      *> seus dados) ou um estorno pendente dela (original ja
      *> estornada dentro do lote).
      *> ---------------------------------------------------------
       4318-COMPARA-PENDENTE-ORIGINAL.
           IF SM-ID-PENDENTE (SM-IDP-IDX) = SM-IN-EST-ID-ORIGINAL
               SET SM-ORIGINAL-ACHADA TO TRUE
               MOVE SM-IDP-SITUACAO (SM-IDP-IDX) TO SM-ORIG-SITUACAO
               MOVE SM-DATA-NEGOCIO TO SM-ORIG-DATA-NEGOCIO
               MOVE SM-IDP-OPERACAO (SM-IDP-IDX) TO SM-ORIG-OPERACAO
               MOVE SM-IDP-NUMERO1 (SM-IDP-IDX) TO SM-ORIG-NUMERO1
               MOVE SM-IDP-NUMERO2 (SM-IDP-IDX) TO SM-ORIG-NUMERO2
               MOVE SM-IDP-RESULTADO (SM-IDP-IDX) TO SM-ORIG-RESULTADO
               MOVE SM-IDP-CATEGORIA (SM-IDP-IDX) TO SM-ORIG-CATEGORIA
               MOVE SM-IDP-MOEDA (SM-IDP-IDX) TO SM-ORIG-MOEDA
           END-IF.
           IF SM-IDP-SITUACAO (SM-IDP-IDX) = "R"
                   AND SM-IDP-ID-VINCULADO (SM-IDP-IDX)
                       = SM-IN-EST-ID-ORIGINAL
               SET SM-ORIGINAL-JA-ESTORNADA TO TRUE
           END-IF.
       4318-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4319-COMPARA-ORIG-ESTORNADA - compara uma entrada da
      *> tabela de originais ja estornadas no lote (instancias por
      *> particao) com o identificador original do estorno atual.
      *> ---------------------------------------------------------
       4319-COMPARA-ORIG-ESTORNADA.
           IF SM-ORE-ID (SM-ORE-IDX) = SM-IN-EST-ID-ORIGINAL
               SET SM-ORIGINAL-JA-ESTORNADA TO TRUE
           END-IF.
       4319-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4320-GRAVA-REJEITADO - encaminha o registro atual ao
      *> arquivo de rejeitados SOMAREJ com a imagem original, o
      *> numero do registro e o motivo da rejeicao, grava as linhas
      *> de auditoria/saida estruturada com status REJEITADO e liga
      *> SM-SW-ERRO para que o RETURN-CODE 4 sinalize ao job que
      *> houve rejeicao, sem interromper o restante do lote. Um
      *> detalhe com identificador abre a sua pendencia no SOMASUS,
      *> exceto na rejeicao por DUPLICADO (a transacao ja entrou).
      *> ---------------------------------------------------------
       4320-GRAVA-REJEITADO.
           ADD 1 TO SM-QTDE-REJEITADOS.
                   "FILE STATUS=" SM-FS-SOMAREJ
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
           IF SM-SUSPENSOS-ABERTO AND SM-IN-REG-DETALHE
                   AND SM-IN-ID-TRANSACAO NOT = SPACES
                   AND SM-MOTIVO-REJEICAO NOT = "DUPLICADO"
               PERFORM 4855-RETOMA-SUSPENSOS THRU 4855-EXIT
               IF SM-SUSPENSOS-PRONTO
                   PERFORM 4321-ABRE-PENDENCIA THRU 4321-EXIT
               END-IF
               PERFORM 4856-LIBERA-SUSPENSOS THRU 4856-EXIT
           END-IF.

           MOVE SPACES TO SM-AUD-PARAMETRO1 SM-AUD-PARAMETRO2
               SM-AUD-RESULTADO.
           MOVE SM-IN-MOEDA TO SM-MOEDA-SAIDA.
           MOVE 2 TO SM-AUD-QTDE-OPERANDOS.
           MOVE "REJEITADO" TO SM-AUD-STATUS.
           IF SM-IN-OP-ESTORNO
               MOVE SM-IN-EST-ID-ORIGINAL TO SM-ID-ORIGINAL-SAIDA
           END-IF.
           PERFORM 7000-GRAVA-SAIDA THRU 7000-EXIT.
           PERFORM 7100-GRAVA-AUDITORIA THRU 7100-EXIT.
           MOVE SPACES TO SM-ID-ORIGINAL-SAIDA.
       4320-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4321-ABRE-PENDENCIA - abre no SOMASUS a pendencia do
      *> detalhe rejeitado atual (identificador + data de negocio
      *> do lote), com o motivo, o sistema de origem, o numero do
      *> registro e a imagem original. Uma pendencia ja
      *> ressubmetida pelo SOMAFIX cuja correcao foi rejeitada de
      *> novo volta a aberta com o motivo novo; uma ainda aberta
      *> (o mesmo detalhe rejeitado de novo, como num RESTART=)
      *> apenas recebe o motivo e a imagem mais recentes; uma ja
      *> liquidada nao e alterada.
      *> ---------------------------------------------------------
       4321-ABRE-PENDENCIA.
           MOVE FUNCTION CURRENT-DATE TO SM-DATA-HORA-SUSPENSO.
           MOVE SM-IN-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO.
           MOVE SM-DATA-NEGOCIO TO SM-SUS-DATA-NEGOCIO.
           READ SOMASUS-FILE
               INVALID KEY
                   INITIALIZE SOMASUS-RECORD
                   MOVE SM-IN-ID-TRANSACAO TO SM-SUS-ID-TRANSACAO
                   MOVE SM-DATA-NEGOCIO TO SM-SUS-DATA-NEGOCIO
                   SET SM-SUS-ABERTA TO TRUE
                   MOVE SM-MOTIVO-REJEICAO TO SM-SUS-MOTIVO
                   MOVE SM-SISTEMA-ORIGEM TO SM-SUS-SISTEMA-ORIGEM
                   MOVE SM-NUM-REGISTRO TO SM-SUS-NUM-REGISTRO
                   MOVE 1 TO SM-SUS-QTDE-REJEICOES
                   MOVE SM-DATA-HORA-SUSPENSO (1:8)
                       TO SM-SUS-DATA-ABERTURA
                   MOVE SM-DATA-HORA-SUSPENSO (9:6)
                       TO SM-SUS-HORA-ABERTURA
                   MOVE SOMAIN-RECORD TO SM-SUS-IMAGEM
                   WRITE SOMASUS-RECORD
                       INVALID KEY
                           DISPLAY "ERRO: FALHA AO INCLUIR PENDENCIA "
                               "NO SOMASUS - FILE STATUS="
                               SM-FS-SOMASUS
                           SET SM-HOUVE-FALHA-IO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO SM-QTDE-PEND-ABERTAS
                   END-WRITE
               NOT INVALID KEY
                   IF SM-SUS-EM-ABERTO
                       IF SM-SUS-RESSUBMETIDA
                           SET SM-SUS-ABERTA TO TRUE
                           ADD 1 TO SM-SUS-QTDE-REJEICOES
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                           ADD 1 TO SM-QTDE-PEND-REABERTAS
                       END-IF
                       MOVE SM-MOTIVO-REJEICAO TO SM-SUS-MOTIVO
                       MOVE SM-NUM-REGISTRO TO SM-SUS-NUM-REGISTRO
                       MOVE SOMAIN-RECORD TO SM-SUS-IMAGEM
                       REWRITE SOMASUS-RECORD
                           INVALID KEY
                               DISPLAY "ERRO: FALHA AO REGRAVAR "
                                   "PENDENCIA NO SOMASUS - FILE "
                                   "STATUS=" SM-FS-SOMASUS
                               SET SM-HOUVE-FALHA-IO TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.
       4321-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4330-SOMA-REGISTRO - aplica a operacao do registro (ADD,
      *> SUB, MUL ou AVG; em branco equivale a ADD) sobre o par de
      *> valores ja validado, exibe a linha RESULTADO= e grava as
      *> linhas de auditoria/saida estruturada correspondentes.
      *> Um resultado que ultrapasse um limite da categoria
      *> (4331-VERIFICA-LIMITES) nao entra no total, no master nem
      *> no SOMAIDS: vai para a fila SOMARET com status RETIDO.
      *> Um resultado OK liquida as pendencias do identificador no
      *> SOMASUS.
      *> ---------------------------------------------------------
       4330-SOMA-REGISTRO.
           MOVE SM-IN-NUMERO-1 TO WS-NUMERO1.
           IF SM-AUD-STATUS = "OK"
               PERFORM 4335-CALCULA-OPERACAO THRU 4335-EXIT
           END-IF.
           MOVE "N" TO SM-SW-RETIDO.
           MOVE "N" TO SM-SW-LIMITE-ACHADO.
           IF SM-AUD-STATUS = "OK" AND SM-LIMITES-ABERTO
                   AND SM-CATEGORIA-SAIDA NOT = SPACES
               PERFORM 4331-VERIFICA-LIMITES THRU 4331-EXIT
           END-IF.
           IF SM-REGISTRO-RETIDO
               MOVE "RETIDO" TO SM-AUD-STATUS
           END-IF.
           IF SM-AUD-STATUS = "OK"
               ADD WS-RESULTADO TO SM-TOTAL-GERAL-BATCH
               IF SM-CATEGORIA-SAIDA NOT = SPACES AND SM-MASTER-ABERTO
                   PERFORM 4365-ACUMULA-DELTA THRU 4365-EXIT
               END-IF
               IF SM-IDS-ABERTO AND SM-IN-ID-TRANSACAO NOT = SPACES
                   PERFORM 4380-PENDENCIA-ID THRU 4380-EXIT
               END-IF
               IF SM-LIMITE-ACHADO
                   PERFORM 4367-ACUMULA-USO THRU 4367-EXIT
               END-IF
               IF SM-SUSPENSOS-ABERTO
                       AND SM-IN-ID-TRANSACAO NOT = SPACES
                   PERFORM 4855-RETOMA-SUSPENSOS THRU 4855-EXIT
                   IF SM-SUSPENSOS-PRONTO
                       PERFORM 4338-LIQUIDA-PENDENCIAS THRU 4338-EXIT
                   END-IF
                   PERFORM 4856-LIBERA-SUSPENSOS THRU 4856-EXIT
               END-IF
           END-IF.
           MOVE WS-RESULTADO TO WS-RESULTADO-ED.
           DISPLAY "REGISTRO=" SM-NUM-REGISTRO-ED
               " RESULTADO=" WS-RESULTADO-ED.
           IF SM-REGISTRO-RETIDO
               PERFORM 4332-GRAVA-RETIDO THRU 4332-EXIT
           END-IF.
           MOVE WS-RESULTADO-ED TO SM-AUD-RESULTADO.
           PERFORM 7000-GRAVA-SAIDA THRU 7000-EXIT.
           PERFORM 7100-GRAVA-AUDITORIA THRU 7100-EXIT.
       4330-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4331-VERIFICA-LIMITES - confere o resultado do detalhe
      *> atual, em valor absoluto, contra os tetos da sua categoria
      *> no SOMALIM: o teto por transacao e o teto diario, este
      *> sobre o uso ja gravado para a data de negocio do lote mais
      *> o lancado por esta execucao e ainda nao gravado, mais o
      *> proprio detalhe. Categoria sem entrada no SOMALIM ou teto
      *> zerado nao limitam. Um teto ultrapassado liga
      *> SM-SW-RETIDO com o motivo em SM-MOTIVO-RETENCAO; com a
      *> tabela de uso cheia, uma categoria nova e retida, ja que o
      *> seu uso diario nao poderia ser controlado.
      *> ---------------------------------------------------------
       4331-VERIFICA-LIMITES.
           MOVE SPACES TO SM-MOTIVO-RETENCAO.
           MOVE SM-CATEGORIA-SAIDA TO SM-LIM-CATEGORIA.
           READ SOMALIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SM-LIMITE-ACHADO TO TRUE
           END-READ.

           IF SM-LIMITE-ACHADO
               IF WS-RESULTADO < 0
                   SUBTRACT WS-RESULTADO FROM 0 GIVING SM-VALOR-LIMITE
               ELSE
                   MOVE WS-RESULTADO TO SM-VALOR-LIMITE
               END-IF
               MOVE "N" TO SM-SW-USO-ACHADO
               MOVE 0 TO SM-USO-ATUAL
               PERFORM 4368-PROCURA-USO THRU 4368-EXIT
                   VARYING SM-USO-IDX FROM 1 BY 1
                   UNTIL SM-USO-IDX > SM-QTDE-USOS
                      OR SM-USO-ACHADO
               MOVE 0 TO SM-USO-PROJETADO
               IF SM-LIM-DATA-USO = SM-DATA-NEGOCIO
                   MOVE SM-LIM-USO-DIA TO SM-USO-PROJETADO
               END-IF
               IF SM-USO-ACHADO
                   COMPUTE SM-USO-PROJETADO = SM-USO-PROJETADO
                       + SM-USO-LOTE (SM-USO-ATUAL)
                       - SM-USO-POSTADO (SM-USO-ATUAL)
               END-IF
               ADD SM-VALOR-LIMITE TO SM-USO-PROJETADO
               EVALUATE TRUE
                   WHEN SM-LIM-TETO-TRANSACAO > 0
                           AND SM-VALOR-LIMITE > SM-LIM-TETO-TRANSACAO
                       MOVE "LIMITE-TRANSACAO" TO SM-MOTIVO-RETENCAO
                       SET SM-REGISTRO-RETIDO TO TRUE
                   WHEN SM-LIM-TETO-DIARIO > 0
                           AND SM-USO-PROJETADO > SM-LIM-TETO-DIARIO
                       MOVE "LIMITE-DIARIO" TO SM-MOTIVO-RETENCAO
                       SET SM-REGISTRO-RETIDO TO TRUE
                   WHEN NOT SM-USO-ACHADO AND SM-QTDE-USOS >= 200
                       DISPLAY "ERRO: MAIS DE 200 CATEGORIAS COM "
                           "LIMITE NO LOTE - CATEGORIA "
                           SM-CATEGORIA-SAIDA
                       MOVE "LIMITE-TABELA-CHEIA" TO SM-MOTIVO-RETENCAO
                       SET SM-REGISTRO-RETIDO TO TRUE
               END-EVALUATE
           END-IF.
       4331-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4332-GRAVA-RETIDO - encaminha o detalhe atual, ja calculado
      *> e retido por limite, a fila SOMARET com a data de negocio e
      *> o sistema de origem do lote, o numero do registro, o
      *> motivo, o resultado na moeda base e a imagem original, e
      *> acumula o resultado no total retido do lote (somado ao
      *> total geral na reconciliacao com SOMACTL). O detalhe nao e
      *> um erro: aguarda a decisao do supervisor (SOMALIB).
      *> ---------------------------------------------------------
       4332-GRAVA-RETIDO.
           ADD 1 TO SM-QTDE-RETIDOS.
           ADD WS-RESULTADO TO SM-TOTAL-RETIDO-BATCH
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO TOTAL RETIDO DO LOTE"
                   SET SM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
           DISPLAY "REGISTRO=" SM-NUM-REGISTRO-ED
               " RETIDO MOTIVO=" SM-MOTIVO-RETENCAO.

           INITIALIZE SOMARET-RECORD.
           MOVE SM-DATA-NEGOCIO TO SM-RET-DATA-NEGOCIO.
           MOVE SM-NUM-REGISTRO TO SM-RET-NUM-REGISTRO.
           MOVE SM-IN-ID-TRANSACAO TO SM-RET-ID-TRANSACAO.
           MOVE SM-MOTIVO-RETENCAO TO SM-RET-MOTIVO.
           MOVE WS-RESULTADO TO SM-RET-RESULTADO.
           MOVE SM-SISTEMA-ORIGEM TO SM-RET-SISTEMA-ORIGEM.
           MOVE SOMAIN-RECORD TO SM-RET-IMAGEM.
           WRITE SOMARET-RECORD.
           IF SM-FS-SOMARET NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMARET - "
                   "FILE STATUS=" SM-FS-SOMARET
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       4332-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4337-ESTORNA-REGISTRO - lanca o estorno da transacao
      *> original ja localizada por 4317-LOCALIZA-ORIGINAL: o
      *> resultado e o valor oposto ao da original, na categoria e
      *> na moeda dela, e entra no total do lote, no delta do
      *> master e nos pendentes do SOMAIDS como qualquer detalhe
      *> OK. As linhas de SOMAOUT/SOMAAUD levam operacao EST, os
      *> valores originais em NUMERO1/2 e a ligacao com a original
      *> (identificador, data de negocio e operacao). Como todo
      *> lancamento OK, liquida as pendencias do identificador do
      *> estorno no SOMASUS.
      *> ---------------------------------------------------------
       4337-ESTORNA-REGISTRO.
           MOVE SM-IN-ID-TRANSACAO TO SM-AUD-ID-TRANSACAO.
           MOVE SM-ORIG-CATEGORIA TO SM-CATEGORIA-SAIDA.
           MOVE SM-ORIG-MOEDA TO SM-MOEDA-SAIDA.
           MOVE "EST" TO SM-AUD-OPERACAO.
           MOVE SM-ORIG-NUMERO1 TO WS-NUMERO1.
           MOVE SM-ORIG-NUMERO2 TO WS-NUMERO2.
           MOVE WS-NUMERO1 TO WS-RESULTADO-ED.
           MOVE WS-RESULTADO-ED TO SM-AUD-PARAMETRO1.
           MOVE WS-NUMERO2 TO WS-RESULTADO-ED.
           MOVE WS-RESULTADO-ED TO SM-AUD-PARAMETRO2.
           MOVE 2 TO SM-AUD-QTDE-OPERANDOS.
           MOVE "OK" TO SM-AUD-STATUS.
           MOVE SM-IN-EST-ID-ORIGINAL TO SM-ID-ORIGINAL-SAIDA.
           MOVE SM-ORIG-DATA-NEGOCIO TO SM-DATA-ORIGINAL-SAIDA.
           MOVE SM-ORIG-OPERACAO TO SM-OPER-ORIGINAL-SAIDA.
           SUBTRACT SM-ORIG-RESULTADO FROM 0 GIVING WS-RESULTADO.

           ADD WS-RESULTADO TO SM-TOTAL-GERAL-BATCH.
           IF SM-CATEGORIA-SAIDA NOT = SPACES AND SM-MASTER-ABERTO
               PERFORM 4365-ACUMULA-DELTA THRU 4365-EXIT
           END-IF.
           PERFORM 4380-PENDENCIA-ID THRU 4380-EXIT.
           IF SM-SUSPENSOS-ABERTO
               PERFORM 4855-RETOMA-SUSPENSOS THRU 4855-EXIT
               IF SM-SUSPENSOS-PRONTO
                   PERFORM 4338-LIQUIDA-PENDENCIAS THRU 4338-EXIT
               END-IF
               PERFORM 4856-LIBERA-SUSPENSOS THRU 4856-EXIT
           END-IF.

           MOVE WS-RESULTADO TO WS-RESULTADO-ED.
           DISPLAY "REGISTRO=" SM-NUM-REGISTRO-ED
               " ESTORNO ID-ORIGINAL=" SM-IN-EST-ID-ORIGINAL
               " RESULTADO=" WS-RESULTADO-ED.
           MOVE WS-RESULTADO-ED TO SM-AUD-RESULTADO.
           PERFORM 7000-GRAVA-SAIDA THRU 7000-EXIT.
           PERFORM 7100-GRAVA-AUDITORIA THRU 7100-EXIT.
           MOVE SPACES TO SM-ID-ORIGINAL-SAIDA SM-DATA-ORIGINAL-SAIDA
               SM-OPER-ORIGINAL-SAIDA.
       4337-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4338-LIQUIDA-PENDENCIAS - posiciona o SOMASUS na primeira
      *> chave do identificador do detalhe lancado OK (data em
      *> LOW-VALUES) e liquida, uma a uma, as pendencias dele ainda
      *> abertas ou ressubmetidas, de qualquer data de negocio: a
      *> correcao pode voltar no lote de ressubmissao do SOMAFIX
      *> (mesma data) ou num lote posterior do sistema de origem.
      *> ---------------------------------------------------------
       4338-LIQUIDA-PENDENCIAS.
           MOVE FUNCTION CURRENT-DATE TO SM-DATA-HORA-SUSPENSO.
           MOVE SM-IN-ID-TRANSACAO TO SM-ID-LIQUIDACAO.
           MOVE SM-ID-LIQUIDACAO TO SM-SUS-ID-TRANSACAO.
           MOVE LOW-VALUES TO SM-SUS-DATA-NEGOCIO.
           MOVE "N" TO SM-SW-FIM-PENDENCIAS.
           START SOMASUS-FILE KEY IS NOT LESS THAN SM-SUS-CHAVE
               INVALID KEY
                   SET SM-FIM-PENDENCIAS TO TRUE
           END-START.
           PERFORM 4339-LIQUIDA-UMA-PENDENCIA THRU 4339-EXIT
               UNTIL SM-FIM-PENDENCIAS.
       4338-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4339-LIQUIDA-UMA-PENDENCIA - le a proxima entrada do
      *> SOMASUS; enquanto for do identificador lancado, marca-a
      *> como liquidada (se ainda em aberto) com a data/hora e a
      *> data de negocio do lote que a lancou.
      *> ---------------------------------------------------------
       4339-LIQUIDA-UMA-PENDENCIA.
           READ SOMASUS-FILE NEXT
               AT END
                   SET SM-FIM-PENDENCIAS TO TRUE
           END-READ.
           IF NOT SM-FIM-PENDENCIAS
               IF SM-SUS-ID-TRANSACAO NOT = SM-ID-LIQUIDACAO
                   SET SM-FIM-PENDENCIAS TO TRUE
               ELSE
                   IF SM-SUS-EM-ABERTO
                       SET SM-SUS-LIQUIDADA TO TRUE
                       MOVE SM-DATA-HORA-SUSPENSO (1:8)
                           TO SM-SUS-DATA-LIQUIDACAO
                       MOVE SM-DATA-HORA-SUSPENSO (9:6)
                           TO SM-SUS-HORA-LIQUIDACAO
                       MOVE SM-DATA-NEGOCIO
                           TO SM-SUS-DATA-NEG-LIQUIDACAO
                       REWRITE SOMASUS-RECORD
                           INVALID KEY
                               DISPLAY "ERRO: FALHA AO LIQUIDAR "
                                   "PENDENCIA NO SOMASUS - FILE "
                                   "STATUS=" SM-FS-SOMASUS
                               SET SM-HOUVE-FALHA-IO TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO SM-QTDE-PEND-LIQUIDADAS
                               DISPLAY "REGISTRO=" SM-NUM-REGISTRO-ED
                                   " LIQUIDA PENDENCIA DE "
                                   SM-SUS-DATA-NEGOCIO
                                   " ID=" SM-SUS-ID-TRANSACAO
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       4339-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4325-CONVERTE-MOEDA - converte WS-NUMERO1/2 para a moeda
      *> base pela taxa do dia quando o detalhe informa moeda (a

      *> ---------------------------------------------------------
      *> 4365-ACUMULA-DELTA - acumula o resultado do registro atual
      *> no delta em memoria da categoria SM-CATEGORIA-SAIDA (a do
      *> detalhe ou, num estorno, a da original), criando a entrada na
      *> primeira ocorrencia. Os deltas sao lancados no master por
      *> 4370-POSTA-DELTAS junto com o checkpoint, para que um
      *> RESTART= nao os aplique duas vezes. A tabela nunca esta
           IF NOT SM-DELTA-ACHADO
               ADD 1 TO SM-QTDE-DELTAS
               MOVE SM-QTDE-DELTAS TO SM-DELTA-ATUAL
               MOVE SM-CATEGORIA-SAIDA
                   TO SM-DELTA-CATEGORIA (SM-DELTA-ATUAL)
               MOVE 0 TO SM-DELTA-QTDE (SM-DELTA-ATUAL)
               MOVE 0 TO SM-DELTA-TOTAL (SM-DELTA-ATUAL)
           ADD WS-RESULTADO TO SM-DELTA-TOTAL (SM-DELTA-ATUAL)
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO DELTA DA CATEGORIA "
                       SM-CATEGORIA-SAIDA
                   SET SM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
       4365-EXIT.

      *> ---------------------------------------------------------
      *> 4366-PROCURA-DELTA - compara uma entrada da tabela de
      *> deltas com a categoria do registro atual
      *> (SM-CATEGORIA-SAIDA).
      *> ---------------------------------------------------------
       4366-PROCURA-DELTA.
           IF SM-DELTA-CATEGORIA (SM-DELTA-IDX) = SM-CATEGORIA-SAIDA
               SET SM-DELTA-ACHADO TO TRUE
               SET SM-DELTA-ATUAL TO SM-DELTA-IDX
           END-IF.
       4366-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4367-ACUMULA-USO - acumula o resultado do detalhe atual, em
      *> valor absoluto, no uso da sua categoria lancado por esta
      *> execucao, criando a entrada na primeira ocorrencia (a
      *> procura ja foi feita por 4331-VERIFICA-LIMITES, que retem
      *> a categoria nova quando a tabela esta cheia).
      *> ---------------------------------------------------------
       4367-ACUMULA-USO.
           IF NOT SM-USO-ACHADO
               ADD 1 TO SM-QTDE-USOS
               MOVE SM-QTDE-USOS TO SM-USO-ATUAL
               MOVE SM-CATEGORIA-SAIDA
                   TO SM-USO-CATEGORIA (SM-USO-ATUAL)
               MOVE 0 TO SM-USO-LOTE (SM-USO-ATUAL)
               MOVE 0 TO SM-USO-POSTADO (SM-USO-ATUAL)
           END-IF.

           ADD SM-VALOR-LIMITE TO SM-USO-LOTE (SM-USO-ATUAL)
               ON SIZE ERROR
                   DISPLAY "ERRO: OVERFLOW NO USO DIARIO DA "
                       "CATEGORIA " SM-CATEGORIA-SAIDA
                   SET SM-HOUVE-OVERFLOW TO TRUE
           END-ADD.
       4367-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4368-PROCURA-USO - compara uma entrada da tabela de uso
      *> dos limites com a categoria do registro atual
      *> (SM-CATEGORIA-SAIDA).
      *> ---------------------------------------------------------
       4368-PROCURA-USO.
           IF SM-USO-CATEGORIA (SM-USO-IDX) = SM-CATEGORIA-SAIDA
               SET SM-USO-ACHADO TO TRUE
               SET SM-USO-ATUAL TO SM-USO-IDX
           END-IF.
       4368-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4370-POSTA-DELTAS - lanca no master SOMAMST os deltas por
      *> categoria acumulados desde o ultimo checkpoint e limpa a
       4370-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4375-POSTA-USOS - grava no SOMALIM o uso diario lancado
      *> por esta execucao desde o ultimo checkpoint, categoria a
      *> categoria. Chamado por 4400-GRAVA-CHECKPOINT, como os
      *> deltas do master. Somente a execucao que atualiza o
      *> master grava o uso (as instancias por particao apenas
      *> consultam o SOMALIM; o uso do lote inteiro e gravado pelo
      *> consolidador SOMAMRG).
      *> ---------------------------------------------------------
       4375-POSTA-USOS.
           IF SM-LIMITES-ABERTO AND SM-GRAVA-USO
               PERFORM 4376-ATUALIZA-USO THRU 4376-EXIT
                   VARYING SM-USO-POST-IDX FROM 1 BY 1
                   UNTIL SM-USO-POST-IDX > SM-QTDE-USOS
           END-IF.
       4375-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4376-ATUALIZA-USO - soma ao uso diario da categoria
      *> apontada por SM-USO-POST-IDX no SOMALIM a parte ainda nao
      *> gravada. Um uso registrado para uma data anterior a do
      *> lote recomeca de zero na data do lote; um uso ja
      *> registrado para uma data posterior (lote de data atrasada)
      *> nao e alterado.
      *> ---------------------------------------------------------
       4376-ATUALIZA-USO.
           IF SM-USO-LOTE (SM-USO-POST-IDX)
                   NOT = SM-USO-POSTADO (SM-USO-POST-IDX)
               MOVE SM-USO-CATEGORIA (SM-USO-POST-IDX)
                   TO SM-LIM-CATEGORIA
               READ SOMALIM-FILE
                   INVALID KEY
                       DISPLAY "ERRO: CATEGORIA " SM-LIM-CATEGORIA
                           " NAO ENCONTRADA NO SOMALIM - FILE STATUS="
                           SM-FS-SOMALIM
                       SET SM-HOUVE-FALHA-IO TO TRUE
                   NOT INVALID KEY
                       IF SM-LIM-DATA-USO < SM-DATA-NEGOCIO
                           MOVE SM-DATA-NEGOCIO TO SM-LIM-DATA-USO
                           MOVE 0 TO SM-LIM-USO-DIA
                       END-IF
                       IF SM-LIM-DATA-USO = SM-DATA-NEGOCIO
                           COMPUTE SM-LIM-USO-DIA = SM-LIM-USO-DIA
                               + SM-USO-LOTE (SM-USO-POST-IDX)
                               - SM-USO-POSTADO (SM-USO-POST-IDX)
                               ON SIZE ERROR
                                   DISPLAY "ERRO: OVERFLOW NO USO "
                                       "DIARIO DA CATEGORIA "
                                       SM-LIM-CATEGORIA
                                   SET SM-HOUVE-OVERFLOW TO TRUE
                           END-COMPUTE
                           REWRITE SOMALIM-RECORD
                               INVALID KEY
                                   DISPLAY "ERRO: FALHA AO REGRAVAR "
                                       "USO NO SOMALIM - FILE STATUS="
                                       SM-FS-SOMALIM
                                   SET SM-HOUVE-FALHA-IO TO TRUE
                           END-REWRITE
                       END-IF
               END-READ
               MOVE SM-USO-LOTE (SM-USO-POST-IDX)
                   TO SM-USO-POSTADO (SM-USO-POST-IDX)
           END-IF.
       4376-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4380-PENDENCIA-ID - acrescenta o identificador do registro
      *> recem-concluido com status OK a tabela de pendentes. A
      *> tabela nunca esta cheia aqui: 4345-FLUSH-DELTAS-SE-CHEIO
      *> ja a esvaziou, com um checkpoint antecipado, antes de o
      *> registro entrar em qualquer total. Guarda junto os dados
      *> do lancamento que um estorno futuro vai precisar; um
      *> estorno entra com situacao "R" e a ligacao com a original.
      *> ---------------------------------------------------------
       4380-PENDENCIA-ID.
           ADD 1 TO SM-QTDE-IDS-PENDENTES.
           SET SM-IDP-IDX TO SM-QTDE-IDS-PENDENTES.
           MOVE SM-IN-ID-TRANSACAO TO SM-ID-PENDENTE (SM-IDP-IDX).
           MOVE SM-AUD-OPERACAO TO SM-IDP-OPERACAO (SM-IDP-IDX).
           MOVE WS-RESULTADO TO SM-IDP-RESULTADO (SM-IDP-IDX).
           MOVE SM-CATEGORIA-SAIDA TO SM-IDP-CATEGORIA (SM-IDP-IDX).
           MOVE SM-MOEDA-SAIDA TO SM-IDP-MOEDA (SM-IDP-IDX).
           IF SM-IN-OP-ESTORNO
               MOVE "R" TO SM-IDP-SITUACAO (SM-IDP-IDX)
               MOVE SM-ORIG-NUMERO1 TO SM-IDP-NUMERO1 (SM-IDP-IDX)
               MOVE SM-ORIG-NUMERO2 TO SM-IDP-NUMERO2 (SM-IDP-IDX)
               MOVE SM-IN-EST-ID-ORIGINAL
                   TO SM-IDP-ID-VINCULADO (SM-IDP-IDX)
               MOVE SM-ORIG-DATA-NEGOCIO
                   TO SM-IDP-DATA-VINCULADO (SM-IDP-IDX)
           ELSE
               MOVE "A" TO SM-IDP-SITUACAO (SM-IDP-IDX)
               MOVE SM-IN-NUMERO-1 TO SM-IDP-NUMERO1 (SM-IDP-IDX)
               MOVE SM-IN-NUMERO-2 TO SM-IDP-NUMERO2 (SM-IDP-IDX)
               MOVE SPACES TO SM-IDP-ID-VINCULADO (SM-IDP-IDX)
                   SM-IDP-DATA-VINCULADO (SM-IDP-IDX)
           END-IF.
       4380-EXIT.
           EXIT.

      *> limpa a tabela. Chamado por 4400-GRAVA-CHECKPOINT
      *> imediatamente antes de gravar o registro de checkpoint,
      *> para que o ponto de retomada nunca fique a frente do que o
      *> registro de identificadores ja recebeu. Nas instancias
      *> por particao (SOMAIDS so para consulta) nada e gravado: a
      *> original de cada estorno pendente passa para a tabela de
      *> originais ja estornadas no lote antes da limpeza.
      *> ---------------------------------------------------------
       4390-POSTA-IDS.
           IF SM-IDS-ABERTO
                   VARYING SM-IDS-POST-IDX FROM 1 BY 1
                   UNTIL SM-IDS-POST-IDX > SM-QTDE-IDS-PENDENTES
           END-IF.
           IF SM-IDS-CONSULTA
               PERFORM 4397-GUARDA-ORIG-ESTORNADA THRU 4397-EXIT
                   VARYING SM-IDS-POST-IDX FROM 1 BY 1
                   UNTIL SM-IDS-POST-IDX > SM-QTDE-IDS-PENDENTES
           END-IF.
           MOVE 0 TO SM-QTDE-IDS-PENDENTES.
       4390-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4395-GRAVA-UM-ID - grava um identificador pendente no
      *> registro SOMAIDS com a data de negocio do lote e os dados
      *> do lancamento. Um estorno (situacao "R") marca em seguida
      *> a sua original como estornada.
      *> ---------------------------------------------------------
       4395-GRAVA-UM-ID.
           INITIALIZE SOMAIDS-RECORD.
           MOVE SM-ID-PENDENTE (SM-IDS-POST-IDX)
               TO SM-IDS-ID-TRANSACAO.
           MOVE SM-DATA-NEGOCIO TO SM-IDS-DATA-NEGOCIO.
           MOVE SM-IDP-SITUACAO (SM-IDS-POST-IDX) TO SM-IDS-SITUACAO.
           MOVE SM-IDP-OPERACAO (SM-IDS-POST-IDX) TO SM-IDS-OPERACAO.
           MOVE SM-IDP-NUMERO1 (SM-IDS-POST-IDX) TO SM-IDS-NUMERO1.
           MOVE SM-IDP-NUMERO2 (SM-IDS-POST-IDX) TO SM-IDS-NUMERO2.
           MOVE SM-IDP-RESULTADO (SM-IDS-POST-IDX)
               TO SM-IDS-RESULTADO.
           MOVE SM-IDP-CATEGORIA (SM-IDS-POST-IDX)
               TO SM-IDS-CATEGORIA.
           MOVE SM-IDP-MOEDA (SM-IDS-POST-IDX) TO SM-IDS-MOEDA.
           MOVE SM-IDP-ID-VINCULADO (SM-IDS-POST-IDX)
               TO SM-IDS-ID-VINCULADO.
           MOVE SM-IDP-DATA-VINCULADO (SM-IDS-POST-IDX)
               TO SM-IDS-DATA-VINCULADO.
           WRITE SOMAIDS-RECORD
               INVALID KEY
                   DISPLAY "ERRO: FALHA AO REGISTRAR ID DE "
                       SM-FS-SOMAIDS
                   SET SM-HOUVE-FALHA-IO TO TRUE
           END-WRITE.
           IF SM-IDP-SITUACAO (SM-IDS-POST-IDX) = "R"
               PERFORM 4396-MARCA-ORIGINAL-ESTORNADA THRU 4396-EXIT
           END-IF.
       4395-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4396-MARCA-ORIGINAL-ESTORNADA - regrava no SOMAIDS a
      *> transacao original do estorno pendente apontado por
      *> SM-IDS-POST-IDX com situacao "E" e a ligacao com o
      *> estorno, para que um segundo estorno dela seja rejeitado.
      *> ---------------------------------------------------------
       4396-MARCA-ORIGINAL-ESTORNADA.
           MOVE SM-IDP-ID-VINCULADO (SM-IDS-POST-IDX)
               TO SM-IDS-ID-TRANSACAO.
           READ SOMAIDS-FILE
               INVALID KEY
                   DISPLAY "ERRO: ORIGINAL DO ESTORNO "
                       SM-ID-PENDENTE (SM-IDS-POST-IDX)
                       " NAO ENCONTRADA NO SOMAIDS - FILE STATUS="
                       SM-FS-SOMAIDS
                   SET SM-HOUVE-FALHA-IO TO TRUE
               NOT INVALID KEY
                   SET SM-IDS-ESTORNADO TO TRUE
                   MOVE SM-ID-PENDENTE (SM-IDS-POST-IDX)
                       TO SM-IDS-ID-VINCULADO
                   MOVE SM-DATA-NEGOCIO TO SM-IDS-DATA-VINCULADO
                   REWRITE SOMAIDS-RECORD
                       INVALID KEY
                           DISPLAY "ERRO: FALHA AO MARCAR ESTORNO NO "
                               "SOMAIDS - FILE STATUS=" SM-FS-SOMAIDS
                           SET SM-HOUVE-FALHA-IO TO TRUE
                   END-REWRITE
           END-READ.
       4396-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4397-GUARDA-ORIG-ESTORNADA - guarda na tabela de
      *> originais ja estornadas no lote a original do estorno
      *> pendente apontado por SM-IDS-POST-IDX. Ha sempre espaco:
      *> 4317-LOCALIZA-ORIGINAL so aceita um estorno com lugar
      *> reservado para todos os pendentes.
      *> ---------------------------------------------------------
       4397-GUARDA-ORIG-ESTORNADA.
           IF SM-IDP-SITUACAO (SM-IDS-POST-IDX) = "R"
               ADD 1 TO SM-QTDE-ORIG-ESTORNADAS
               SET SM-ORE-IDX TO SM-QTDE-ORIG-ESTORNADAS
               MOVE SM-IDP-ID-VINCULADO (SM-IDS-POST-IDX)
                   TO SM-ORE-ID (SM-ORE-IDX)
           END-IF.
       4397-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4700-ABRE-MASTER - abre o master acumulador SOMAMST para
      *> atualizacao, criando-o na primeira execucao. Com
      *> 4750-ABRE-REGISTRO-IDS - abre o registro de
      *> identificadores ja processados SOMAIDS para consulta e
      *> atualizacao, criando-o na primeira execucao. Com
      *> VERIFICA-DUPLICADOS=NAO no SOMAPRM (instancias por
      *> particao do processamento paralelo) o registro e aberto
      *> apenas para consulta, na localizacao da original de um
      *> estorno; ainda inexistente, os estornos do lote sao
      *> rejeitados como ESTORNO-SEM-IDS. Uma falha na abertura
      *> nao derruba o lote: a conferencia de duplicidade apenas
      *> deixa de acontecer nesta execucao, com falha de E/S
      *> sinalizada no RETURN-CODE.
      *> ---------------------------------------------------------
       4750-ABRE-REGISTRO-IDS.
           MOVE "N" TO SM-SW-IDS-ABERTO.
           MOVE "N" TO SM-SW-IDS-CONSULTA.
           IF SM-VERIFICA-DUPLICADOS
               OPEN I-O SOMAIDS-FILE
               IF SM-FS-SOMAIDS NOT = "00"
                       "FILE STATUS=" SM-FS-SOMAIDS
                   SET SM-HOUVE-FALHA-IO TO TRUE
               END-IF
           ELSE
               OPEN INPUT SOMAIDS-FILE
               EVALUATE SM-FS-SOMAIDS
                   WHEN "00"
                       SET SM-IDS-CONSULTA TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAIDS "
                           "PARA CONSULTA - FILE STATUS="
                           SM-FS-SOMAIDS
                       SET SM-HOUVE-FALHA-IO TO TRUE
               END-EVALUATE
           END-IF.
       4750-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4800-ABRE-LIMITES - abre, se presente, o arquivo de limites
      *> por categoria SOMALIM e, com ele, a fila de retidos
      *> SOMARET em modo de expansao (criando-a somente quando ainda
      *> nao existe, FILE STATUS 35: outra falha e erro de E/S, sem
      *> esvaziar os retidos ja gravados). A ausencia do SOMALIM
      *> nao e erro: nenhum detalhe e retido.
      *> A execucao que atualiza o master abre o SOMALIM para
      *> atualizacao do uso diario; as instancias por particao
      *> (ATUALIZA-MASTER=NAO), somente para consulta.
      *> ---------------------------------------------------------
       4800-ABRE-LIMITES.
           MOVE "N" TO SM-SW-LIMITES-ABERTO.
           MOVE "N" TO SM-SW-GRAVA-USO.
           IF SM-ATUALIZA-MASTER
               OPEN I-O SOMALIM-FILE
               IF SM-FS-SOMALIM = "00"
                   SET SM-GRAVA-USO TO TRUE
               END-IF
           ELSE
               OPEN INPUT SOMALIM-FILE
           END-IF.

           EVALUATE SM-FS-SOMALIM
               WHEN "00"
                   SET SM-LIMITES-ABERTO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMALIM - "
                       "FILE STATUS=" SM-FS-SOMALIM
                   SET SM-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.

           IF SM-LIMITES-ABERTO
               OPEN EXTEND SOMARET-FILE
               IF SM-FS-SOMARET = "35"
                   OPEN OUTPUT SOMARET-FILE
               END-IF
               IF SM-FS-SOMARET NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARET - "
                       "FILE STATUS=" SM-FS-SOMARET
                   SET SM-HOUVE-FALHA-IO TO TRUE
                   CLOSE SOMALIM-FILE
                   MOVE "N" TO SM-SW-LIMITES-ABERTO
                   MOVE "N" TO SM-SW-GRAVA-USO
               END-IF
           END-IF.
       4800-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4850-ABRE-SUSPENSOS - abre o registro de pendencias em
      *> suspenso SOMASUS para consulta e atualizacao, criando-o
      *> somente quando ainda nao existe (FILE STATUS 35; outra
      *> falha, como o arquivo em uso, nunca o recria vazio). Uma
      *> falha na abertura nao derruba o lote: as pendencias
      *> apenas deixam de ser atualizadas nesta execucao, com
      *> falha de E/S sinalizada no RETURN-CODE. Na instancia de
      *> uma particao o arquivo e fechado logo depois de aberto e
      *> reaberto a cada atualizacao (4855/4856), para que as
      *> particoes possam rodar ao mesmo tempo.
      *> ---------------------------------------------------------
       4850-ABRE-SUSPENSOS.
           MOVE "N" TO SM-SW-SUSPENSOS-ABERTO.
           MOVE "N" TO SM-SW-SUSPENSOS-POR-USO.
           OPEN I-O SOMASUS-FILE.
           IF SM-FS-SOMASUS = "35"
               OPEN OUTPUT SOMASUS-FILE
               IF SM-FS-SOMASUS = "00"
                   CLOSE SOMASUS-FILE
                   OPEN I-O SOMASUS-FILE
               END-IF
           END-IF.
           IF SM-FS-SOMASUS = "00"
               SET SM-SUSPENSOS-ABERTO TO TRUE
               IF SM-PARTICAO > 0
                   CLOSE SOMASUS-FILE
                   SET SM-SUSPENSOS-POR-USO TO TRUE
               END-IF
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMASUS - "
                   "FILE STATUS=" SM-FS-SOMASUS
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       4850-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4855-RETOMA-SUSPENSOS - deixa o SOMASUS pronto para uma
      *> atualizacao de pendencia: na instancia de uma particao,
      *> reabre o arquivo; na execucao unica ele ja esta aberto.
      *> Uma falha na reabertura (arquivo preso por outra particao,
      *> por exemplo) deixa apenas esta pendencia sem atualizar,
      *> com falha de E/S sinalizada no RETURN-CODE.
      *> ---------------------------------------------------------
       4855-RETOMA-SUSPENSOS.
           IF SM-SUSPENSOS-POR-USO
               MOVE "N" TO SM-SW-SUSPENSOS-PRONTO
               OPEN I-O SOMASUS-FILE
               IF SM-FS-SOMASUS = "00"
                   SET SM-SUSPENSOS-PRONTO TO TRUE
               ELSE
                   DISPLAY "ERRO: NAO FOI POSSIVEL REABRIR SOMASUS - "
                       "FILE STATUS=" SM-FS-SOMASUS
                   SET SM-HOUVE-FALHA-IO TO TRUE
               END-IF
           ELSE
               SET SM-SUSPENSOS-PRONTO TO TRUE
           END-IF.
       4855-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4856-LIBERA-SUSPENSOS - na instancia de uma particao,
      *> fecha o SOMASUS reaberto por 4855-RETOMA-SUSPENSOS.
      *> ---------------------------------------------------------
       4856-LIBERA-SUSPENSOS.
           IF SM-SUSPENSOS-POR-USO AND SM-SUSPENSOS-PRONTO
               CLOSE SOMASUS-FILE
           END-IF.
           MOVE "N" TO SM-SW-SUSPENSOS-PRONTO.
       4856-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-SAIDA - grava em SOMAOUT um registro com o
      *> resultado e o status da soma (SM-AUD-STATUS, ja preenchido
                   AND FUNCTION TEST-NUMVAL (SM-AUD-PARAMETRO2) = 0
               MOVE FUNCTION NUMVAL (SM-AUD-PARAMETRO2) TO SM-OUT-NUMERO2
           END-IF.
           IF SM-AUD-STATUS = "OK" OR SM-AUD-STATUS = "RETIDO"
               MOVE WS-RESULTADO TO SM-OUT-RESULTADO
           END-IF.
           MOVE SM-AUD-STATUS TO SM-OUT-STATUS.
           MOVE SM-AUD-OPERACAO TO SM-OUT-OPERACAO.
           MOVE SM-CATEGORIA-SAIDA TO SM-OUT-CATEGORIA.
           MOVE SM-MOEDA-SAIDA TO SM-OUT-MOEDA.
           MOVE SM-ID-ORIGINAL-SAIDA TO SM-OUT-ID-ORIGINAL.
           MOVE SM-DATA-ORIGINAL-SAIDA TO SM-OUT-DATA-ORIGINAL.
           MOVE SM-OPER-ORIGINAL-SAIDA TO SM-OUT-OPER-ORIGINAL.
           IF SM-MODO-BATCH
               MOVE SM-DATA-NEGOCIO TO SM-OUT-DATA-NEGOCIO
           ELSE
      *> ---------------------------------------------------------
       7100-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO SM-AUD-DATA-HORA.
           MOVE SM-ID-ORIGINAL-SAIDA TO SM-AUD-ID-ORIGINAL.
           WRITE SOMAAUD-RECORD.
           IF SM-FS-SOMAAUD NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAAUD - "
      *> cada registro) e uma ultima vez ao final do lote. Antes de
      *> gravar o registro de checkpoint, lanca no master SOMAMST
      *> os deltas por categoria acumulados desde o checkpoint
      *> anterior (4370-POSTA-DELTAS), os identificadores
      *> pendentes (4390-POSTA-IDS) e o uso diario dos limites
      *> (4375-POSTA-USOS), mantendo master e ponto de retomada
      *> sincronizados para o RESTART=.
      *> ---------------------------------------------------------
       4400-GRAVA-CHECKPOINT.
           PERFORM 4370-POSTA-DELTAS THRU 4370-EXIT.
           PERFORM 4390-POSTA-IDS THRU 4390-EXIT.
           PERFORM 4375-POSTA-USOS THRU 4375-EXIT.
           INITIALIZE SOMACKP-RECORD.
           MOVE SM-NUM-REGISTRO TO SM-CKP-ULTIMO-REGISTRO.
           MOVE SM-TOTAL-GERAL-BATCH TO SM-CKP-TOTAL-GERAL.
           MOVE SM-ULTIMO-ID-TRANSACAO TO SM-CKP-ID-TRANSACAO.
           MOVE SM-SW-OVERFLOW TO SM-CKP-SW-OVERFLOW.
           MOVE SM-TOTAL-RETIDO-BATCH TO SM-CKP-TOTAL-RETIDO.
           WRITE SOMACKP-RECORD.
           IF SM-FS-SOMACKP NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACKP - "
      *>   16  lote recusado (header/trailer ausente ou invalido,
      *>       quantidade do trailer nao confere ou data de
      *>       negocio ja processada)
      *>   20  execucao recusada: o passo antecessor no controle
      *>       do ciclo SOMAEXE nao terminou ou terminou com
      *>       RETURN-CODE acima de 4
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN SM-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN SM-ERRO-LOTE
                   MOVE 16 TO RETURN-CODE
               WHEN SM-HOUVE-ERRO
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
           IF SM-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF SM-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF SM-FS-SOMAEXE = "00"
               SET SM-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" SM-FS-SOMAEXE
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (SM-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE acima de 4: 0
      *> (OK) e 4 (terminado com aviso ou com registros
      *> rejeitados) liberam o passo seguinte.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE SM-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE SM-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       SM-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       SM-DATA-CONTROLE
                   SET SM-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               SM-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               SM-DATA-CONTROLE
                           SET SM-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE > 4
                           MOVE SM-EXE-RETURN-CODE
                               TO SM-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               SM-PASSO-ANTECESSOR " TERMINOU COM RC="
                               SM-RC-ANTECESSOR-ED " NA DATA "
                               SM-DATA-CONTROLE
                           SET SM-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF SM-FS-SOMAEXE NOT = "00" AND SM-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" SM-FS-SOMAEXE
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO SM-DATA-HORA-CONTROLE.
           MOVE "N" TO SM-SW-ENTRADA-EXISTE.
           MOVE SM-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE SM-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SM-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT SM-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE SM-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE SM-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE SM-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE SM-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF SM-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF SM-FS-SOMAEXE = "00"
               SET SM-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" SM-FS-SOMAEXE
               SET SM-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8400-REGISTRA-TERMINO - reabre o SOMAEXE, marca a entrada
      *> do passo como terminada com o RETURN-CODE ja definido e
      *> fecha o arquivo. Se o termino nao puder ser gravado, a
      *> entrada continua em execucao (o passo seguinte se recusa
      *> a iniciar) e o RETURN-CODE sobe para 8.
      *> ---------------------------------------------------------
       8400-REGISTRA-TERMINO.
           IF SM-INICIO-REGISTRADO
               OPEN I-O SOMAEXE-FILE
               IF SM-FS-SOMAEXE = "00"
                   SET SM-SOMAEXE-ABERTO TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO SM-DATA-HORA-CONTROLE
                   MOVE SM-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
                   MOVE SM-PASSO-CONTROLE TO SM-EXE-PASSO
                   READ SOMAEXE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF SM-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE SM-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE SM-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF SM-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" SM-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF SM-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
               MOVE "N" TO SM-SW-SOMAEXE-ABERTO
           END-IF.
       8400-EXIT.
           EXIT.
