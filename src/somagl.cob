      *>                       apontada no resumo da execucao, para
      *>                       que nada caia fora do plano de
      *>                       contas em silencio.
      *>    2026-10-05  RFS    Linhas OK de estorno (operacao EST)
      *>                       passam a ser agregadas a parte, com
      *>                       a conta resolvida pela data de
      *>                       negocio da transacao original
      *>                       (SM-OUT-DATA-ORIGINAL) e lancadas na
      *>                       data do estorno, para que o
      *>                       lancamento de reversao va para a
      *>                       mesma conta que recebeu a original
      *>                       mesmo apos uma troca de vigencia.
      *>    2026-10-09  RFS    Novo parametro obrigatorio DATA=
      *>                       AAAAMMDD (data de negocio do ciclo).
      *>                       O extrator registra inicio e fim no
      *>                       arquivo de controle do ciclo SOMAEXE
      *>                       e so inicia com o passo anterior da
      *>                       data terminado com RETURN-CODE 0:
      *>                       SOMAMRG quando o ciclo foi
      *>                       particionado (ha entrada do SOMASPL)
      *>                       ou SOMA na execucao unica; senao
      *>                       RETURN-CODE 20, sem gravar SOMAGLF.
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
               FILE STATUS IS GL-FS-SOMAGLM.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS GL-FS-SOMAEXE.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAOUT-FILE
       01  SOMAGLM-RECORD.
           COPY SOMAGLM.

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       WORKING-STORAGE SECTION.
      *> Conta suspense do plano de contas: recebe o lancamento de
      *> uma categoria sem linha vigente no mapeamento SOMAGLM, e

      *> Agregacao do resultado liquido por data de negocio e
      *> categoria (uma entrada por par data/categoria encontrado
      *> em SOMAOUT, na ordem da primeira ocorrencia). Os estornos
      *> agregam em entradas proprias, marcadas em GL-DT-ESTORNO,
      *> cuja conta e resolvida pela data de negocio da original
      *> (GL-DT-DATA-CONTA); nas demais a data da conta e a propria
      *> data de negocio.
       77 GL-MAX-CHAVES PIC 9(04) COMP VALUE 999.
       01 GL-TABELA-CHAVES.
          05 GL-ENTRADA-CHAVE OCCURS 999 TIMES
                              INDEXED BY GL-DT-IDX.
             10 GL-DT-DATA-NEGOCIO PIC X(08).
             10 GL-DT-CATEGORIA    PIC X(08).
             10 GL-DT-DATA-CONTA   PIC X(08).
             10 GL-DT-ESTORNO      PIC X(01).
                88 GL-DT-E-ESTORNO VALUE "S".
             10 GL-DT-TOTAL        PIC S9(12)V99.
             10 GL-DT-QTDE         PIC 9(08) COMP.
       77 GL-QTDE-CHAVES PIC 9(04) COMP VALUE 0.
       77 GL-IDX-ATUAL PIC 9(04) COMP VALUE 0.
       77 GL-SW-CHAVE-ACHADA PIC X(01) VALUE "N".
          88 GL-CHAVE-ACHADA VALUE "S".
       77 GL-DATA-CONTA-REG PIC X(08) VALUE SPACES.
       77 GL-ESTORNO-REG PIC X(01) VALUE "N".

      *> Mapeamento do plano de contas carregado de SOMAGLM na
      *> inicializacao (uma entrada por categoria e data de inicio
       77 GL-QTDE-SELECIONADOS PIC 9(08) COMP VALUE 0.
       77 GL-QTDE-LANCAMENTOS PIC 9(08) COMP VALUE 0.
       77 GL-QTDE-SUSPENSE PIC 9(08) COMP VALUE 0.
       77 GL-QTDE-ESTORNOS PIC 9(08) COMP VALUE 0.
       77 GL-HASH-TOTAL PIC 9(13)V99 VALUE 0.
       77 GL-QTDE-ED PIC 9(08).
       77 GL-HASH-TOTAL-ED PIC 9(13).99.
       77 GL-VALOR-ABSOLUTO PIC 9(12)V99 VALUE 0.

      *> Parametro DATA= da linha de comando
       01 GL-ARGUMENTO PIC X(100).
       77 GL-PARAMETRO1 PIC X(20).

      *> Controle de execucao do ciclo noturno (SOMAEXE). O
      *> antecessor e SOMAMRG no ciclo particionado ou SOMA.
       77 GL-FS-SOMAEXE PIC X(02) VALUE "00".
       77 GL-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 GL-SOMAEXE-ABERTO VALUE "S".
       77 GL-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 GL-INICIO-REGISTRADO VALUE "S".
       77 GL-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 GL-ENTRADA-EXISTE VALUE "S".
       77 GL-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 GL-EXECUCAO-RECUSADA VALUE "S".
       77 GL-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 GL-PASSO-CONTROLE PIC X(08) VALUE "SOMAGL".
       77 GL-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 GL-RC-ANTECESSOR-ED PIC 9(03).
       77 GL-DATA-HORA-CONTROLE PIC X(21).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT GL-HOUVE-FALHA-IO AND NOT GL-HOUVE-ERRO
                   AND NOT GL-EXECUCAO-RECUSADA
               PERFORM 2000-AGREGA-RESULTADOS THRU 2000-EXIT
               CLOSE SOMAOUT-FILE
               PERFORM 2500-VALIDA-LIMITES THRU 2500-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige DATA=AAAAMMDD na linha de
      *> comando, confere o passo anterior e registra o inicio no
      *> controle do ciclo SOMAEXE, carrega o mapeamento do plano
      *> de contas SOMAGLM e abre a saida estruturada SOMAOUT
      *> para leitura e o arquivo de lancamentos SOMAGLF para
      *> gravacao. O mapeamento e obrigatorio: sem ele, todo
      *> lancamento cairia na conta suspense e a execucao nao
      *> faria o que o plano de contas pede.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT GL-ARGUMENTO FROM COMMAND-LINE.
           UNSTRING GL-ARGUMENTO DELIMITED BY SPACE
               INTO GL-PARAMETRO1
           END-UNSTRING.

           IF GL-PARAMETRO1 (1:5) = "DATA="
                   AND GL-PARAMETRO1 (6:8) NUMERIC
                   AND GL-PARAMETRO1 (14:7) = SPACES
               MOVE GL-PARAMETRO1 (6:8) TO GL-DATA-CONTROLE
               PERFORM 1200-INICIA-CONTROLE-EXECUCAO THRU 1200-EXIT
           ELSE
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD - " GL-PARAMETRO1
               SET GL-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT GL-HOUVE-FALHA-IO AND NOT GL-HOUVE-ERRO
                   AND NOT GL-EXECUCAO-RECUSADA
               PERFORM 1100-CARREGA-MAPEAMENTO THRU 1100-EXIT
           END-IF.

           IF NOT GL-HOUVE-FALHA-IO AND NOT GL-HOUVE-ERRO
                   AND NOT GL-EXECUCAO-RECUSADA
               OPEN INPUT SOMAOUT-FILE
               IF GL-FS-SOMAOUT NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAOUT - "
           END-IF.

           IF NOT GL-HOUVE-FALHA-IO AND NOT GL-HOUVE-ERRO
                   AND NOT GL-EXECUCAO-RECUSADA
               OPEN OUTPUT SOMAGLF-FILE
               IF GL-FS-SOMAGLF NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAGLF - "
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-INICIA-CONTROLE-EXECUCAO - abre o controle do ciclo
      *> SOMAEXE, escolhe o passo anterior da data (SOMAMRG se o
      *> ciclo foi particionado pelo SOMASPL, senao o SOMA de
      *> execucao unica), confere-o e registra o inicio do
      *> extrator.
      *> ---------------------------------------------------------
       1200-INICIA-CONTROLE-EXECUCAO.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF GL-SOMAEXE-ABERTO
               MOVE GL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE "SOMASPL" TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       MOVE "SOMA" TO GL-PASSO-ANTECESSOR
                   NOT INVALID KEY
                       MOVE "SOMAMRG" TO GL-PASSO-ANTECESSOR
               END-READ
               PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT
           END-IF.
           IF GL-SOMAEXE-ABERTO AND NOT GL-EXECUCAO-RECUSADA
                   AND NOT GL-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-CARREGA-MAPEAMENTO - carrega o arquivo de mapeamento
      *> do plano de contas SOMAGLM inteiro na tabela em memoria,
      *> existir) e ignorado com aviso, para nao lancar numa data
      *> em branco; categoria em branco (modo CLI, arquivos
      *> antigos) agrega normalmente e resolve para a conta
      *> suspense na gravacao. Um estorno com a data da original
      *> resolve a conta por ela; sem a data (registro incompleto)
      *> resolve pela propria data de negocio.
      *> ---------------------------------------------------------
       2200-AGREGA-UM-REGISTRO.
           ADD 1 TO GL-QTDE-LIDOS.
                       "IGNORADO"
               ELSE
                   ADD 1 TO GL-QTDE-SELECIONADOS
                   MOVE SM-OUT-DATA-NEGOCIO TO GL-DATA-CONTA-REG
                   MOVE "N" TO GL-ESTORNO-REG
                   IF SM-OUT-OPERACAO = "EST"
                       MOVE "S" TO GL-ESTORNO-REG
                       IF SM-OUT-DATA-ORIGINAL NOT = SPACES
                           MOVE SM-OUT-DATA-ORIGINAL
                               TO GL-DATA-CONTA-REG
                       END-IF
                   END-IF
                   PERFORM 2300-LOCALIZA-CHAVE THRU 2300-EXIT
                   IF NOT GL-HOUVE-ERRO
                       ADD SM-OUT-RESULTADO
                       TO GL-DT-DATA-NEGOCIO (GL-IDX-ATUAL)
                   MOVE SM-OUT-CATEGORIA
                       TO GL-DT-CATEGORIA (GL-IDX-ATUAL)
                   MOVE GL-DATA-CONTA-REG
                       TO GL-DT-DATA-CONTA (GL-IDX-ATUAL)
                   MOVE GL-ESTORNO-REG TO GL-DT-ESTORNO (GL-IDX-ATUAL)
                   MOVE 0 TO GL-DT-TOTAL (GL-IDX-ATUAL)
                   MOVE 0 TO GL-DT-QTDE (GL-IDX-ATUAL)
               END-IF

      *> ---------------------------------------------------------
      *> 2310-COMPARA-UMA-CHAVE - compara uma entrada da tabela de
      *> agregacao com a data de negocio, a categoria e a data da
      *> conta do registro atual (estornos em entradas proprias).
      *> ---------------------------------------------------------
       2310-COMPARA-UMA-CHAVE.
           IF GL-DT-DATA-NEGOCIO (GL-DT-IDX) = SM-OUT-DATA-NEGOCIO
                   AND GL-DT-CATEGORIA (GL-DT-IDX) = SM-OUT-CATEGORIA
                   AND GL-DT-DATA-CONTA (GL-DT-IDX) = GL-DATA-CONTA-REG
                   AND GL-DT-ESTORNO (GL-DT-IDX) = GL-ESTORNO-REG
               SET GL-CHAVE-ACHADA TO TRUE
               SET GL-IDX-ATUAL TO GL-DT-IDX
           END-IF.
                   " CATEGORIA=" GL-DT-CATEGORIA (GL-DT-IDX)
                   " LANCADA NA SUSPENSE " GL-CONTA-SUSPENSE
           END-IF.
           IF GL-DT-E-ESTORNO (GL-DT-IDX)
               ADD 1 TO GL-QTDE-ESTORNOS
               DISPLAY "ESTORNO - DATA=" GL-DT-DATA-NEGOCIO (GL-DT-IDX)
                   " CATEGORIA=" GL-DT-CATEGORIA (GL-DT-IDX)
                   " DATA-ORIGINAL=" GL-DT-DATA-CONTA (GL-DT-IDX)
                   " CONTA=" GL-CONTA-RESOLVIDA
           END-IF.
           MOVE FUNCTION ABS (GL-DT-TOTAL (GL-DT-IDX))
               TO GL-VALOR-ABSOLUTO.
           INITIALIZE SOMAGLF-RECORD.
      *> 3020-RESOLVE-CONTA - resolve a conta do razao da categoria
      *> do par atual: dentre as entradas da categoria na tabela de
      *> mapeamento, vale a de maior data de vigencia nao posterior
      *> a data da conta do par (a data de negocio do lancamento
      *> ou, num estorno, a da transacao original). Sem entrada
      *> vigente (ou categoria em branco), a conta suspense, com
      *> GL-SEM-MAPA ligada para o apontamento no resumo.
      *> ---------------------------------------------------------
       3020-RESOLVE-CONTA.
           MOVE "S" TO GL-SW-SEM-MAPA.
           IF GL-MP-CATEGORIA (GL-MP-IDX)
                   = GL-DT-CATEGORIA (GL-DT-IDX)
                   AND GL-MP-VIGENCIA (GL-MP-IDX)
                       NOT > GL-DT-DATA-CONTA (GL-DT-IDX)
                   AND GL-MP-VIGENCIA (GL-MP-IDX)
                       > GL-VIGENCIA-ACHADA
               MOVE "N" TO GL-SW-SEM-MAPA
           DISPLAY "LANCAMENTOS-GRAVADOS=" GL-QTDE-ED.
           MOVE GL-QTDE-SUSPENSE TO GL-QTDE-ED.
           DISPLAY "LANCAMENTOS-NA-SUSPENSE=" GL-QTDE-ED.
           MOVE GL-QTDE-ESTORNOS TO GL-QTDE-ED.
           DISPLAY "LANCAMENTOS-DE-ESTORNO=" GL-QTDE-ED.
           MOVE GL-HASH-TOTAL TO GL-HASH-TOTAL-ED.
           DISPLAY "HASH-TOTAL=" GL-HASH-TOTAL-ED.
       3200-EXIT.
      *>       linha invalida no mapeamento SOMAGLM)
      *>    8  overflow na agregacao, total acima do campo da
      *>       interface do GL ou falha de E/S irrecuperavel
      *>   20  execucao recusada: o passo anterior da data
      *>       (SOMAMRG ou SOMA) nao terminou ou terminou com
      *>       RETURN-CODE acima de 4 no controle do ciclo SOMAEXE
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN GL-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN GL-HOUVE-FALHA-IO OR GL-HOUVE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN GL-HOUVE-ERRO
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
           IF GL-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF GL-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF GL-FS-SOMAEXE = "00"
               SET GL-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" GL-FS-SOMAEXE
               SET GL-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (GL-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE acima de 4: 0
      *> (OK) e 4 (terminado com aviso ou com registros
      *> rejeitados) liberam o passo seguinte.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE GL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE GL-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       GL-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       GL-DATA-CONTROLE
                   SET GL-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               GL-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               GL-DATA-CONTROLE
                           SET GL-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE > 4
                           MOVE SM-EXE-RETURN-CODE
                               TO GL-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               GL-PASSO-ANTECESSOR " TERMINOU COM RC="
                               GL-RC-ANTECESSOR-ED " NA DATA "
                               GL-DATA-CONTROLE
                           SET GL-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF GL-FS-SOMAEXE NOT = "00" AND GL-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" GL-FS-SOMAEXE
               SET GL-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO GL-DATA-HORA-CONTROLE.
           MOVE "N" TO GL-SW-ENTRADA-EXISTE.
           MOVE GL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE GL-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GL-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT GL-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE GL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE GL-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE GL-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE GL-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF GL-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF GL-FS-SOMAEXE = "00"
               SET GL-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" GL-FS-SOMAEXE
               SET GL-HOUVE-FALHA-IO TO TRUE
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
           IF GL-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO GL-DATA-HORA-CONTROLE
               MOVE GL-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE GL-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF GL-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE GL-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE GL-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF GL-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" GL-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF GL-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
