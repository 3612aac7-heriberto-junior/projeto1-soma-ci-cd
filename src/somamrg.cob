      *>                       RETURN-CODE 4: a essa altura o
      *>                       resultado ja esta consolidado, e o
      *>                       sinal e para a operacao investigar.
      *>    2026-10-05  RFS    O registro no SOMAIDS passa a levar
      *>                       os dados do lancamento (situacao,
      *>                       operacao, valores, resultado,
      *>                       categoria e moeda), necessarios ao
      *>                       estorno por identificador no SOMA.
      *>    2026-10-09  RFS    Novo parametro obrigatorio DATA=
      *>                       AAAAMMDD (data de negocio do ciclo)
      *>                       depois de PARTES=n. O consolidador
      *>                       registra inicio e fim no arquivo de
      *>                       controle do ciclo SOMAEXE e so inicia
      *>                       com todas as particoes SOMA-P1 a
      *>                       SOMA-Pn da data terminadas com
      *>                       RETURN-CODE 0 (senao RETURN-CODE 20,
      *>                       sem abrir nem truncar o SOMAOUT).
      *>    2026-10-15  RFS    As particoes passam a liberar o
      *>                       consolidador quando terminaram com
      *>                       RETURN-CODE ate 4. O SOMAEXE so e
      *>                       criado quando nao existe (FILE
      *>                       STATUS 35). Junto com o master, o
      *>                       consolidador grava no SOMALIM o uso
      *>                       diario das categorias do lote (as
      *>                       particoes so consultam os limites),
      *>                       e copia os retidos das particoes
      *>                       (SOMARET1 a SOMARETn) da data para o
      *>                       SOMARET unico do SOMALIB, com o
      *>                       numero do registro no SOMAIN
      *>                       completo.
      *>    2026-10-15  RFS    A reconciliacao com o SOMACTL passa a
      *>                       conferir o total OK mais o total
      *>                       retido por limite (STATUS RETIDO),
      *>                       como o SOMA. Os estornos consolidados
      *>                       sao registrados no SOMAIDS com a
      *>                       ligacao com a original, que e marcada
      *>                       como estornada; original ja estornada
      *>                       (duas particoes estornando o mesmo
      *>                       identificador) ou inexistente e erro
      *>                       com RETURN-CODE 8. Tabela de
      *>                       categorias excedida passa a RETURN-
      *>                       CODE 8, e o identificador ja
      *>                       registrado fica como aviso (RETURN-
      *>                       CODE 4) sem suprimir o lancamento no
      *>                       master.
      *>    2026-10-15  RFS    Estorno cuja original nao esta ativa
      *>                       no SOMAIDS passa a suprimir o
      *>                       lancamento no master e no SOMALIM,
      *>                       como a tabela de categorias excedida,
      *>                       para que o estorno recusado nunca seja
      *>                       lancado.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS SM-IDS-ID-TRANSACAO
               FILE STATUS IS MG-FS-SOMAIDS.

           SELECT SOMAEXE-FILE ASSIGN TO "SOMAEXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-EXE-CHAVE
               FILE STATUS IS MG-FS-SOMAEXE.

           SELECT SOMALIM-FILE ASSIGN TO "SOMALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-LIM-CATEGORIA
               FILE STATUS IS MG-FS-SOMALIM.

           SELECT SOMARET1-FILE ASSIGN TO "SOMARET1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MG-FS-RETIDOS1.

           SELECT SOMARET2-FILE ASSIGN TO "SOMARET2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MG-FS-RETIDOS2.

           SELECT SOMARET3-FILE ASSIGN TO "SOMARET3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MG-FS-RETIDOS3.

           SELECT SOMARET4-FILE ASSIGN TO "SOMARET4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MG-FS-RETIDOS4.

           SELECT SOMARET-FILE ASSIGN TO "SOMARET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MG-FS-SOMARET.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAOUT1-FILE
       01  SOMAIDS-RECORD.
           COPY SOMAIDS.

       FD  SOMAEXE-FILE.
       01  SOMAEXE-RECORD.
           COPY SOMAEXE.

       FD  SOMALIM-FILE.
       01  SOMALIM-RECORD.
           COPY SOMALIM.

       FD  SOMARET1-FILE
           RECORDING MODE IS F.
       01  SOMARET1-RECORD.
           COPY SOMARET REPLACING LEADING ==SM-RET== BY ==MG-R1==.

       FD  SOMARET2-FILE
           RECORDING MODE IS F.
       01  SOMARET2-RECORD.
           COPY SOMARET REPLACING LEADING ==SM-RET== BY ==MG-R2==.

       FD  SOMARET3-FILE
           RECORDING MODE IS F.
       01  SOMARET3-RECORD.
           COPY SOMARET REPLACING LEADING ==SM-RET== BY ==MG-R3==.

       FD  SOMARET4-FILE
           RECORDING MODE IS F.
       01  SOMARET4-RECORD.
           COPY SOMARET REPLACING LEADING ==SM-RET== BY ==MG-R4==.

       FD  SOMARET-FILE
           RECORDING MODE IS F.
       01  SOMARET-RECORD.
           COPY SOMARET.

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 MG-FS-PARTE1 PIC X(02) VALUE "00".
       77 MG-FS-SOMACTL PIC X(02) VALUE "00".
       77 MG-FS-SOMAMST PIC X(02) VALUE "00".
       77 MG-FS-SOMAIDS PIC X(02) VALUE "00".
       77 MG-FS-SOMALIM PIC X(02) VALUE "00".
       77 MG-FS-RETIDOS1 PIC X(02) VALUE "00".
       77 MG-FS-RETIDOS2 PIC X(02) VALUE "00".
       77 MG-FS-RETIDOS3 PIC X(02) VALUE "00".
       77 MG-FS-RETIDOS4 PIC X(02) VALUE "00".
       77 MG-FS-SOMARET PIC X(02) VALUE "00".

       01 MG-TABELA-EOF-PARTES.
          05 MG-SW-EOF-PARTE OCCURS 4 TIMES PIC X(01).
       77 MG-SW-FALHA-IO PIC X(01) VALUE "N".
          88 MG-HOUVE-FALHA-IO VALUE "S".

      *> Aviso (RETURN-CODE 4): identificador ja registrado no
      *> SOMAIDS. Nao impede o lancamento no master, ja que a
      *> linha segue no SOMAOUT combinado para o razao.
       77 MG-SW-AVISO PIC X(01) VALUE "N".
          88 MG-HOUVE-AVISO VALUE "S".

      *> Tabela de categorias excedida: suprime o lancamento no
      *> master e no SOMALIM (RETURN-CODE 8)
       77 MG-SW-TABELA-EXCEDIDA PIC X(01) VALUE "N".
          88 MG-TABELA-EXCEDIDA VALUE "S".

      *> Estorno cuja original nao esta ativa no SOMAIDS - ja
      *> estornada por outra particao ou inexistente: suprime o
      *> lancamento no master e no SOMALIM (RETURN-CODE 8)
       77 MG-SW-ESTORNO-INVALIDO PIC X(01) VALUE "N".
          88 MG-HOUVE-ESTORNO-INVALIDO VALUE "S".

       77 MG-SW-LEU-REGISTRO PIC X(01) VALUE "N".
          88 MG-LEU-REGISTRO VALUE "S".

       77 MG-CTRL-ESPERADO PIC S9(10)V99 VALUE 0.
       77 MG-CTRL-ESPERADO-ED PIC -(9)9.99.
       77 MG-CTRL-CALCULADO-ED PIC -(9)9.99.
       77 MG-CTRL-RETIDO-ED PIC -(9)9.99.
       77 MG-TOTAL-CONFERIDO PIC S9(11)V99 VALUE 0.

      *> Parametros PARTES= e DATA= da linha de comando
       01 MG-ARGUMENTO PIC X(100).
       77 MG-PARAMETRO1 PIC X(20).
       77 MG-PARAMETRO2 PIC X(20).
       77 MG-QTDE-PARTES PIC 9(01) COMP VALUE 0.

      *> Acumulados por categoria dos registros OK do SOMAOUT
             10 MG-CAT-CATEGORIA PIC X(08).
             10 MG-CAT-QTDE      PIC 9(08) COMP.
             10 MG-CAT-TOTAL     PIC S9(12)V99.
             10 MG-CAT-USO       PIC 9(12)V99.
       77 MG-QTDE-CATEGORIAS PIC 9(03) COMP VALUE 0.
       77 MG-CAT-ATUAL PIC 9(03) COMP VALUE 0.
       77 MG-SW-CAT-ACHADA PIC X(01) VALUE "N".
          88 MG-CAT-ACHADA VALUE "S".
       77 MG-POST-IDX PIC 9(03) COMP VALUE 0.

      *> Uso diario por categoria (SOMALIM). As instancias por
      *> particao apenas consultam os limites; o consolidador
      *> grava no SOMALIM o uso do lote inteiro - o resultado das
      *> linhas OK, em valor absoluto, exceto estornos -, junto com
      *> o lancamento no master, como o SOMA de execucao unica faz
      *> no checkpoint. Categoria sem entrada no SOMALIM nao tem
      *> limite e nao recebe uso.
       77 MG-SW-LIMITES-ABERTO PIC X(01) VALUE "N".
          88 MG-LIMITES-ABERTO VALUE "S".
       77 MG-VALOR-USO PIC 9(12)V99 VALUE 0.
       77 MG-QTDE-USOS-GRAVADOS PIC 9(08) COMP VALUE 0.

      *> Fila de retidos (SOMARET). Cada particao acrescenta os
      *> seus retidos ao SOMARET do proprio diretorio de trabalho
      *> (lido aqui como SOMARET1 a SOMARET4); o consolidador
      *> copia as linhas da data para o SOMARET unico lido pelo
      *> SOMALIB, com o numero do registro no SOMAIN completo.
       77 MG-SW-RETIDOS-ABERTO PIC X(01) VALUE "N".
          88 MG-RETIDOS-ABERTO VALUE "S".
       77 MG-SW-FIM-RETIDOS PIC X(01) VALUE "N".
          88 MG-FIM-RETIDOS VALUE "S".
       77 MG-QTDE-RETIDOS PIC 9(08) COMP VALUE 0.

      *> Registro de identificadores ja processados (SOMAIDS): o
      *> consolidador e o unico gravador do caminho paralelo, ja
      *> que as instancias por particao rodam com
       77 MG-PARTE-ED PIC 9(01).
       77 MG-TOTAL-GERAL PIC S9(10)V99 VALUE 0.
       77 MG-TOTAL-GERAL-ED PIC -(9)9.99.
      *> Resultados retidos por limite nas particoes (STATUS
      *> RETIDO): entram na reconciliacao com o SOMACTL junto com
      *> os OK, como no 4600 do SOMA
       77 MG-QTDE-LINHAS-RETIDAS PIC 9(08) COMP VALUE 0.
       77 MG-TOTAL-RETIDO PIC S9(10)V99 VALUE 0.
       77 MG-TOTAL-RETIDO-ED PIC -(9)9.99.

      *> Controle de execucao do ciclo noturno (SOMAEXE). Os
      *> antecessores sao as particoes SOMA-P1 a SOMA-Pn da data.
       77 MG-FS-SOMAEXE PIC X(02) VALUE "00".
       77 MG-SW-SOMAEXE-ABERTO PIC X(01) VALUE "N".
          88 MG-SOMAEXE-ABERTO VALUE "S".
       77 MG-SW-INICIO-REGISTRADO PIC X(01) VALUE "N".
          88 MG-INICIO-REGISTRADO VALUE "S".
       77 MG-SW-ENTRADA-EXISTE PIC X(01) VALUE "N".
          88 MG-ENTRADA-EXISTE VALUE "S".
       77 MG-SW-EXECUCAO-RECUSADA PIC X(01) VALUE "N".
          88 MG-EXECUCAO-RECUSADA VALUE "S".
       77 MG-DATA-CONTROLE PIC X(08) VALUE SPACES.
       77 MG-PASSO-CONTROLE PIC X(08) VALUE "SOMAMRG".
       77 MG-PASSO-ANTECESSOR PIC X(08) VALUE SPACES.
       77 MG-RC-ANTECESSOR-ED PIC 9(03).
       77 MG-DATA-HORA-CONTROLE PIC X(21).

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT MG-HOUVE-ERRO AND NOT MG-HOUVE-FALHA-IO
                   AND NOT MG-EXECUCAO-RECUSADA
               PERFORM 2000-INTERCALA-PARTES THRU 2000-EXIT
               PERFORM 4000-FECHA-E-RESUME THRU 4000-EXIT
               IF NOT MG-HOUVE-FALHA-IO
                   PERFORM 3000-CONSOLIDA-RETIDOS THRU 3000-EXIT
               END-IF
               IF NOT MG-TABELA-EXCEDIDA AND NOT MG-HOUVE-FALHA-IO
                       AND NOT MG-HOUVE-ESTORNO-INVALIDO
                   PERFORM 6000-POSTA-MASTER THRU 6000-EXIT
               END-IF
               IF MG-HA-CTRL
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           PERFORM 8400-REGISTRA-TERMINO THRU 8400-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - exige PARTES=n (2 a 4) e DATA=AAAAMMDD
      *> na linha de comando, confere as particoes e registra o
      *> inicio no controle do ciclo SOMAEXE, le o total de
      *> controle do arquivo opcional SOMACTL, abre as n saidas de
      *> particao para leitura e o SOMAOUT combinado para
      *> gravacao.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE "N" TO MG-SW-EOF-PARTE (1) MG-SW-EOF-PARTE (2)
           ACCEPT MG-ARGUMENTO FROM COMMAND-LINE.
           UNSTRING MG-ARGUMENTO DELIMITED BY SPACE
               INTO MG-PARAMETRO1
                    MG-PARAMETRO2
           END-UNSTRING.

           IF MG-PARAMETRO1 (1:7) = "PARTES="
               SET MG-HOUVE-ERRO TO TRUE
           END-IF.

           IF MG-PARAMETRO2 (1:5) = "DATA="
                   AND MG-PARAMETRO2 (6:8) NUMERIC
                   AND MG-PARAMETRO2 (14:7) = SPACES
               MOVE MG-PARAMETRO2 (6:8) TO MG-DATA-CONTROLE
           ELSE
               DISPLAY "ERRO: INFORME DATA=AAAAMMDD - " MG-PARAMETRO2
               SET MG-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT MG-HOUVE-ERRO
               PERFORM 1400-INICIA-CONTROLE-EXECUCAO THRU 1400-EXIT
           END-IF.

           IF NOT MG-HOUVE-ERRO AND NOT MG-HOUVE-FALHA-IO
                   AND NOT MG-EXECUCAO-RECUSADA
               PERFORM 1100-ABRE-CONTROLE THRU 1100-EXIT
               PERFORM 1200-ABRE-UMA-PARTE THRU 1200-EXIT
                   VARYING MG-PARTE-ATUAL FROM 1 BY 1
           END-IF.

           IF NOT MG-HOUVE-ERRO AND NOT MG-HOUVE-FALHA-IO
                   AND NOT MG-EXECUCAO-RECUSADA
               OPEN OUTPUT SOMAOUT-FILE
               IF MG-FS-SOMAOUT NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAOUT - "
           END-IF.

           IF NOT MG-HOUVE-ERRO AND NOT MG-HOUVE-FALHA-IO
                   AND NOT MG-EXECUCAO-RECUSADA
               PERFORM 1300-ABRE-REGISTRO-IDS THRU 1300-EXIT
           END-IF.
       1000-EXIT.
       1300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1400-INICIA-CONTROLE-EXECUCAO - abre o controle do ciclo
      *> SOMAEXE, confere cada particao SOMA-P1 a SOMA-Pn da data
      *> (todas sao conferidas, para que a recusa aponte todas as
      *> pendentes de uma vez) e, sem pendencias, registra o
      *> inicio do consolidador.
      *> ---------------------------------------------------------
       1400-INICIA-CONTROLE-EXECUCAO.
           PERFORM 8100-ABRE-SOMAEXE THRU 8100-EXIT.
           IF MG-SOMAEXE-ABERTO
               PERFORM 1410-VERIFICA-UMA-PARTICAO THRU 1410-EXIT
                   VARYING MG-PARTE-ATUAL FROM 1 BY 1
                   UNTIL MG-PARTE-ATUAL > MG-QTDE-PARTES
           END-IF.
           IF MG-SOMAEXE-ABERTO AND NOT MG-EXECUCAO-RECUSADA
                   AND NOT MG-HOUVE-FALHA-IO
               PERFORM 8300-REGISTRA-INICIO THRU 8300-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1410-VERIFICA-UMA-PARTICAO - confere no SOMAEXE o passo
      *> SOMA-Pn de uma particao como antecessor.
      *> ---------------------------------------------------------
       1410-VERIFICA-UMA-PARTICAO.
           MOVE MG-PARTE-ATUAL TO MG-PARTE-ED.
           MOVE SPACES TO MG-PASSO-ANTECESSOR.
           STRING "SOMA-P" MG-PARTE-ED
               DELIMITED BY SIZE INTO MG-PASSO-ANTECESSOR
           END-STRING.
           PERFORM 8200-VERIFICA-ANTECESSOR THRU 8200-EXIT.
       1410-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-ABRE-CONTROLE - le, se presente, o total de controle
      *> esperado do lote inteiro do arquivo opcional SOMACTL.

      *> ---------------------------------------------------------
      *> 2400-GRAVA-COMBINADO - acumula o total geral dos
      *> resultados OK e o total dos retidos por limite, registra o
      *> identificador de transacao no SOMAIDS (antes do WRITE,
      *> pois a area do registro e indefinida apos o WRITE) e grava
      *> o registro da vez no SOMAOUT combinado, com ON SIZE ERROR
      *> como no calculo original.
      *> ---------------------------------------------------------
       2400-GRAVA-COMBINADO.
           IF SM-OUT-STATUS = "OK"
                   PERFORM 2600-REGISTRA-ID THRU 2600-EXIT
               END-IF
           END-IF.
           IF SM-OUT-STATUS = "RETIDO"
               ADD 1 TO MG-QTDE-LINHAS-RETIDAS
               ADD SM-OUT-RESULTADO TO MG-TOTAL-RETIDO
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO TOTAL RETIDO "
                           "COMBINADO"
                       SET MG-HOUVE-OVERFLOW TO TRUE
               END-ADD
           END-IF.
           WRITE SOMAOUT-RECORD.
           IF MG-FS-SOMAOUT NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAOUT - "
      *> 2500-ACUMULA-CATEGORIA - acumula o resultado do registro
      *> OK da vez na entrada da sua categoria, criando-a na
      *> primeira ocorrencia, para o lancamento no master SOMAMST
      *> ao final da consolidacao, e o seu valor absoluto (exceto
      *> estorno) no uso diario da categoria, para o SOMALIM.
      *> Estourar a tabela e erro (RETURN-CODE 8) e suprime o
      *> lancamento inteiro, para nunca lancar um master parcial.
      *> ---------------------------------------------------------
       2500-ACUMULA-CATEGORIA.
           MOVE "N" TO MG-SW-CAT-ACHADA.
               IF MG-QTDE-CATEGORIAS >= 500
                   DISPLAY "ERRO: MAIS DE 500 CATEGORIAS DISTINTAS"
                       " NAS PARTICOES"
                   SET MG-TABELA-EXCEDIDA TO TRUE
               ELSE
                   ADD 1 TO MG-QTDE-CATEGORIAS
                   MOVE MG-QTDE-CATEGORIAS TO MG-CAT-ATUAL
                       TO MG-CAT-CATEGORIA (MG-CAT-ATUAL)
                   MOVE 0 TO MG-CAT-QTDE (MG-CAT-ATUAL)
                   MOVE 0 TO MG-CAT-TOTAL (MG-CAT-ATUAL)
                   MOVE 0 TO MG-CAT-USO (MG-CAT-ATUAL)
               END-IF
           END-IF.

                           "CATEGORIA " SM-OUT-CATEGORIA
                       SET MG-HOUVE-OVERFLOW TO TRUE
               END-ADD
               IF SM-OUT-OPERACAO NOT = "EST"
                   IF SM-OUT-RESULTADO < 0
                       SUBTRACT SM-OUT-RESULTADO FROM 0
                           GIVING MG-VALOR-USO
                   ELSE
                       MOVE SM-OUT-RESULTADO TO MG-VALOR-USO
                   END-IF
                   ADD MG-VALOR-USO TO MG-CAT-USO (MG-CAT-ATUAL)
                       ON SIZE ERROR
                           DISPLAY "ERRO: OVERFLOW NO USO DIARIO DA "
                               "CATEGORIA " SM-OUT-CATEGORIA
                           SET MG-HOUVE-OVERFLOW TO TRUE
                   END-ADD
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.
      *> registro e apontado com aviso (RETURN-CODE 4 ao final): a
      *> essa altura o resultado ja esta consolidado, e o aviso e o
      *> sinal de um reenvio que as particoes, rodando com
      *> VERIFICA-DUPLICADOS=NAO, deixaram passar. Grava junto os
      *> dados do lancamento (operacao, valores, resultado,
      *> categoria e moeda), que o SOMA usa para estornar a
      *> transacao num lote futuro. Um estorno (operacao EST) e
      *> registrado com situacao "R" e a ligacao com a original, e
      *> a original e marcada em seguida como estornada, como no
      *> 4395-GRAVA-UM-ID do SOMA.
      *> ---------------------------------------------------------
       2600-REGISTRA-ID.
           INITIALIZE SOMAIDS-RECORD.
           MOVE SM-OUT-ID-TRANSACAO TO SM-IDS-ID-TRANSACAO.
           MOVE SM-OUT-DATA-NEGOCIO TO SM-IDS-DATA-NEGOCIO.
           IF SM-OUT-OPERACAO = "EST"
               SET SM-IDS-REG-ESTORNO TO TRUE
               MOVE SM-OUT-ID-ORIGINAL TO SM-IDS-ID-VINCULADO
               MOVE SM-OUT-DATA-ORIGINAL TO SM-IDS-DATA-VINCULADO
           ELSE
               SET SM-IDS-ATIVO TO TRUE
           END-IF.
           MOVE SM-OUT-OPERACAO TO SM-IDS-OPERACAO.
           MOVE SM-OUT-NUMERO1 TO SM-IDS-NUMERO1.
           MOVE SM-OUT-NUMERO2 TO SM-IDS-NUMERO2.
           MOVE SM-OUT-RESULTADO TO SM-IDS-RESULTADO.
           MOVE SM-OUT-CATEGORIA TO SM-IDS-CATEGORIA.
           MOVE SM-OUT-MOEDA TO SM-IDS-MOEDA.
           WRITE SOMAIDS-RECORD
               INVALID KEY
                   ADD 1 TO MG-QTDE-IDS-JA-EXISTIAM
                   SET MG-HOUVE-AVISO TO TRUE
                   DISPLAY "AVISO: ID DE TRANSACAO JA REGISTRADO "
                       "NO SOMAIDS - " SM-OUT-ID-TRANSACAO
               NOT INVALID KEY
                   ADD 1 TO MG-QTDE-IDS-REGISTRADOS
                   IF SM-OUT-OPERACAO = "EST"
                       PERFORM 2700-MARCA-ORIGINAL-ESTORNADA
                           THRU 2700-EXIT
                   END-IF
           END-WRITE.
       2600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 2700-MARCA-ORIGINAL-ESTORNADA - regrava no SOMAIDS a
      *> transacao original do estorno da vez com situacao "E" e a
      *> ligacao com o estorno, como o 4396 do SOMA. As particoes
      *> so consultam o SOMAIDS e nao enxergam os estornos umas
      *> das outras: uma original que ja nao esta ativa aqui (ja
      *> estornada, inclusive por outra particao do mesmo ciclo, ou
      *> inexistente) e erro a investigar, com RETURN-CODE 8. O
      *> estorno ja entrou nos acumulados por categoria (2500), por
      *> isso o lancamento inteiro no master e no SOMALIM e
      *> suprimido, como na tabela de categorias excedida: corrigir
      *> as particoes e reexecutar o consolidador.
      *> ---------------------------------------------------------
       2700-MARCA-ORIGINAL-ESTORNADA.
           MOVE SM-OUT-ID-ORIGINAL TO SM-IDS-ID-TRANSACAO.
           READ SOMAIDS-FILE
               INVALID KEY
                   DISPLAY "ERRO: ORIGINAL DO ESTORNO "
                       SM-OUT-ID-TRANSACAO
                       " NAO ENCONTRADA NO SOMAIDS - "
                       SM-OUT-ID-ORIGINAL
                   SET MG-HOUVE-ESTORNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF SM-IDS-ATIVO
                       SET SM-IDS-ESTORNADO TO TRUE
                       MOVE SM-OUT-ID-TRANSACAO TO SM-IDS-ID-VINCULADO
                       MOVE SM-OUT-DATA-NEGOCIO
                           TO SM-IDS-DATA-VINCULADO
                       REWRITE SOMAIDS-RECORD
                           INVALID KEY
                               DISPLAY "ERRO: FALHA AO MARCAR "
                                   "ESTORNO NO SOMAIDS - FILE STATUS="
                                   MG-FS-SOMAIDS
                               SET MG-HOUVE-FALHA-IO TO TRUE
                       END-REWRITE
                   ELSE
                       DISPLAY "ERRO: ORIGINAL " SM-OUT-ID-ORIGINAL
                           " DO ESTORNO " SM-OUT-ID-TRANSACAO
                           " JA ESTORNADA OU NAO ATIVA NO SOMAIDS"
                       SET MG-HOUVE-ESTORNO-INVALIDO TO TRUE
                   END-IF
           END-READ.
       2700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-CONSOLIDA-RETIDOS - copia para o SOMARET unico, lido
      *> pelo SOMALIB, os detalhes retidos por limite em cada
      *> particao (SOMARET1 a SOMARETn, a fila de retidos do
      *> diretorio de trabalho de cada particao). O SOMARET unico
      *> so e aberto (em expansao, criado quando ainda nao existe)
      *> se houver retido a copiar.
      *> ---------------------------------------------------------
       3000-CONSOLIDA-RETIDOS.
           MOVE 0 TO MG-QTDE-RETIDOS.
           MOVE "N" TO MG-SW-RETIDOS-ABERTO.
           PERFORM 3100-COPIA-UMA-PARTE THRU 3100-EXIT
               VARYING MG-PARTE-ATUAL FROM 1 BY 1
               UNTIL MG-PARTE-ATUAL > MG-QTDE-PARTES
                  OR MG-HOUVE-FALHA-IO.
           IF MG-RETIDOS-ABERTO
               CLOSE SOMARET-FILE
           END-IF.
           MOVE MG-QTDE-RETIDOS TO MG-QTDE-ED.
           DISPLAY "RETIDOS-CONSOLIDADOS-NO-SOMARET=" MG-QTDE-ED.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-COPIA-UMA-PARTE - abre a fila de retidos de uma
      *> particao e copia as suas linhas. Fila ausente (FILE
      *> STATUS 35) e particao sem retidos: nada a copiar.
      *> ---------------------------------------------------------
       3100-COPIA-UMA-PARTE.
           MOVE "N" TO MG-SW-FIM-RETIDOS.
           EVALUATE MG-PARTE-ATUAL
               WHEN 1
                   OPEN INPUT SOMARET1-FILE
                   MOVE MG-FS-RETIDOS1 TO MG-FS-PARTE-ATUAL
               WHEN 2
                   OPEN INPUT SOMARET2-FILE
                   MOVE MG-FS-RETIDOS2 TO MG-FS-PARTE-ATUAL
               WHEN 3
                   OPEN INPUT SOMARET3-FILE
                   MOVE MG-FS-RETIDOS3 TO MG-FS-PARTE-ATUAL
               WHEN 4
                   OPEN INPUT SOMARET4-FILE
                   MOVE MG-FS-RETIDOS4 TO MG-FS-PARTE-ATUAL
           END-EVALUATE.
           MOVE MG-PARTE-ATUAL TO MG-PARTE-ED.
           EVALUATE MG-FS-PARTE-ATUAL
               WHEN "00"
                   PERFORM 3200-LE-UM-RETIDO THRU 3200-EXIT
                   PERFORM 3300-COPIA-UM-RETIDO THRU 3300-EXIT
                       UNTIL MG-FIM-RETIDOS
                   EVALUATE MG-PARTE-ATUAL
                       WHEN 1
                           CLOSE SOMARET1-FILE
                       WHEN 2
                           CLOSE SOMARET2-FILE
                       WHEN 3
                           CLOSE SOMARET3-FILE
                       WHEN 4
                           CLOSE SOMARET4-FILE
                   END-EVALUATE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARET"
                       MG-PARTE-ED " - FILE STATUS=" MG-FS-PARTE-ATUAL
                   SET MG-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-LE-UM-RETIDO - le a proxima linha da fila de retidos
      *> da particao da vez para o registro do SOMARET unico. Falha
      *> de leitura encerra a copia como erro de E/S.
      *> ---------------------------------------------------------
       3200-LE-UM-RETIDO.
           EVALUATE MG-PARTE-ATUAL
               WHEN 1
                   READ SOMARET1-FILE
                       AT END
                           SET MG-FIM-RETIDOS TO TRUE
                       NOT AT END
                           MOVE SOMARET1-RECORD TO SOMARET-RECORD
                   END-READ
                   MOVE MG-FS-RETIDOS1 TO MG-FS-PARTE-ATUAL
               WHEN 2
                   READ SOMARET2-FILE
                       AT END
                           SET MG-FIM-RETIDOS TO TRUE
                       NOT AT END
                           MOVE SOMARET2-RECORD TO SOMARET-RECORD
                   END-READ
                   MOVE MG-FS-RETIDOS2 TO MG-FS-PARTE-ATUAL
               WHEN 3
                   READ SOMARET3-FILE
                       AT END
                           SET MG-FIM-RETIDOS TO TRUE
                       NOT AT END
                           MOVE SOMARET3-RECORD TO SOMARET-RECORD
                   END-READ
                   MOVE MG-FS-RETIDOS3 TO MG-FS-PARTE-ATUAL
               WHEN 4
                   READ SOMARET4-FILE
                       AT END
                           SET MG-FIM-RETIDOS TO TRUE
                       NOT AT END
                           MOVE SOMARET4-RECORD TO SOMARET-RECORD
                   END-READ
                   MOVE MG-FS-RETIDOS4 TO MG-FS-PARTE-ATUAL
           END-EVALUATE.
           IF MG-FS-PARTE-ATUAL NOT = "00"
                   AND MG-FS-PARTE-ATUAL NOT = "10"
               DISPLAY "ERRO: FALHA AO LER SOMARET" MG-PARTE-ED
                   " - FILE STATUS=" MG-FS-PARTE-ATUAL
               SET MG-HOUVE-FALHA-IO TO TRUE
               SET MG-FIM-RETIDOS TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-COPIA-UM-RETIDO - grava no SOMARET unico a linha lida
      *> se ela e da data de negocio do ciclo (a fila da particao
      *> e cumulativa) e le a proxima. O numero do registro, local
      *> a particao, passa a ser o do detalhe no SOMAIN completo -
      *> (n - 1) x PARTES + particao, o inverso do rodizio do
      *> SOMASPL -, para que o SOMALIB nao confunda retidos de
      *> particoes diferentes com o mesmo numero local.
      *> ---------------------------------------------------------
       3300-COPIA-UM-RETIDO.
           IF SM-RET-DATA-NEGOCIO = MG-DATA-CONTROLE
               IF NOT MG-RETIDOS-ABERTO
                   PERFORM 3400-ABRE-RETIDOS THRU 3400-EXIT
               END-IF
               IF MG-RETIDOS-ABERTO
                   COMPUTE SM-RET-NUM-REGISTRO =
                       (SM-RET-NUM-REGISTRO - 1) * MG-QTDE-PARTES
                       + MG-PARTE-ATUAL
                   WRITE SOMARET-RECORD
                   IF MG-FS-SOMARET = "00"
                       ADD 1 TO MG-QTDE-RETIDOS
                   ELSE
                       DISPLAY "ERRO: FALHA AO GRAVAR SOMARET - "
                           "FILE STATUS=" MG-FS-SOMARET
                       SET MG-HOUVE-FALHA-IO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF MG-HOUVE-FALHA-IO
               SET MG-FIM-RETIDOS TO TRUE
           ELSE
               PERFORM 3200-LE-UM-RETIDO THRU 3200-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-ABRE-RETIDOS - abre o SOMARET unico em modo de
      *> expansao, criando-o somente quando ainda nao existe (FILE
      *> STATUS 35), como o 4800-ABRE-LIMITES do SOMA. Outra falha
      *> e erro de E/S e nunca esvazia os retidos ja gravados.
      *> ---------------------------------------------------------
       3400-ABRE-RETIDOS.
           OPEN EXTEND SOMARET-FILE.
           IF MG-FS-SOMARET = "35"
               OPEN OUTPUT SOMARET-FILE
           END-IF.
           IF MG-FS-SOMARET = "00"
               SET MG-RETIDOS-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMARET - "
                   "FILE STATUS=" MG-FS-SOMARET
               SET MG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 4000-FECHA-E-RESUME - fecha os arquivos e exibe o resumo
      *> da consolidacao, o total geral combinado e o total
      *> retido por limite nas particoes.
      *> ---------------------------------------------------------
       4000-FECHA-E-RESUME.
           PERFORM 4100-FECHA-UMA-PARTE THRU 4100-EXIT
           DISPLAY "IDS-JA-REGISTRADOS=" MG-QTDE-ED.
           MOVE MG-TOTAL-GERAL TO MG-TOTAL-GERAL-ED.
           DISPLAY "TOTAL-GERAL-COMBINADO=" MG-TOTAL-GERAL-ED.
           MOVE MG-QTDE-LINHAS-RETIDAS TO MG-QTDE-ED.
           DISPLAY "TOTAL-REGISTROS-RETIDOS=" MG-QTDE-ED.
           MOVE MG-TOTAL-RETIDO TO MG-TOTAL-RETIDO-ED.
           DISPLAY "TOTAL-RETIDO-COMBINADO=" MG-TOTAL-RETIDO-ED.
       4000-EXIT.
           EXIT.


      *> ---------------------------------------------------------
      *> 5000-RECONCILIA-CONTROLE - compara o total geral combinado
      *> mais o total retido por limite com o total de controle
      *> esperado lido de SOMACTL e exibe o status da
      *> reconciliacao, como o 4600 do SOMA faria se o lote tivesse
      *> rodado inteiro numa unica instancia: o retido nao entra
      *> no total geral, mas o lote enviado o inclui.
      *> ---------------------------------------------------------
       5000-RECONCILIA-CONTROLE.
           COMPUTE MG-TOTAL-CONFERIDO
               = MG-TOTAL-GERAL + MG-TOTAL-RETIDO.
           IF MG-TOTAL-CONFERIDO = MG-CTRL-ESPERADO
               DISPLAY "RECONCILIACAO=MATCH"
           ELSE
               SET MG-CTRL-BREAK TO TRUE
               MOVE MG-CTRL-ESPERADO TO MG-CTRL-ESPERADO-ED
               MOVE MG-TOTAL-CONFERIDO TO MG-CTRL-CALCULADO-ED
               DISPLAY "RECONCILIACAO=BREAK ESPERADO="
                   MG-CTRL-ESPERADO-ED
                   " CALCULADO=" MG-CTRL-CALCULADO-ED
           END-IF.
           IF MG-TOTAL-RETIDO NOT = 0
               MOVE MG-TOTAL-RETIDO TO MG-CTRL-RETIDO-ED
               DISPLAY "RECONCILIACAO RETIDO=" MG-CTRL-RETIDO-ED
           END-IF.
       5000-EXIT.
           EXIT.

      *> master na primeira execucao. E a contrapartida do
      *> ATUALIZA-MASTER=NAO das instancias por particao: o master
      *> recebe um unico lancamento por categoria para o lote
      *> inteiro. Junto com o master, grava o uso diario das
      *> categorias no SOMALIM. Nao reexecutar o consolidador apos
      *> um lancamento concluido - os acumulados e o uso seriam
      *> lancados de novo.
      *> ---------------------------------------------------------
       6000-POSTA-MASTER.
           IF MG-QTDE-CATEGORIAS > 0
                   MOVE MG-QTDE-CATEGORIAS TO MG-QTDE-ED
                   DISPLAY "CATEGORIAS-LANCADAS-NO-MASTER="
                       MG-QTDE-ED
                   PERFORM 6300-POSTA-USOS THRU 6300-EXIT
               END-IF
           END-IF.
       6000-EXIT.
       6200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6300-POSTA-USOS - abre, se presente, o arquivo de limites
      *> SOMALIM e grava o uso diario de cada categoria do lote. A
      *> ausencia do SOMALIM nao e erro: nenhuma categoria tem
      *> limite.
      *> ---------------------------------------------------------
       6300-POSTA-USOS.
           MOVE "N" TO MG-SW-LIMITES-ABERTO.
           MOVE 0 TO MG-QTDE-USOS-GRAVADOS.
           OPEN I-O SOMALIM-FILE.
           EVALUATE MG-FS-SOMALIM
               WHEN "00"
                   SET MG-LIMITES-ABERTO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMALIM - "
                       "FILE STATUS=" MG-FS-SOMALIM
                   SET MG-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
           IF MG-LIMITES-ABERTO
               PERFORM 6400-ATUALIZA-USO THRU 6400-EXIT
                   VARYING MG-POST-IDX FROM 1 BY 1
                   UNTIL MG-POST-IDX > MG-QTDE-CATEGORIAS
               CLOSE SOMALIM-FILE
               MOVE MG-QTDE-USOS-GRAVADOS TO MG-QTDE-ED
               DISPLAY "CATEGORIAS-COM-USO-NO-SOMALIM=" MG-QTDE-ED
           END-IF.
       6300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6400-ATUALIZA-USO - soma o uso do lote da categoria
      *> apontada por MG-POST-IDX ao uso diario dela no SOMALIM,
      *> com a mesma regra de data do 4376-ATUALIZA-USO do SOMA:
      *> um uso registrado para uma data anterior a do ciclo
      *> recomeca de zero na data do ciclo; um uso ja registrado
      *> para uma data posterior nao e alterado. Categoria sem
      *> entrada no SOMALIM nao tem limite e e ignorada.
      *> ---------------------------------------------------------
       6400-ATUALIZA-USO.
           IF MG-CAT-USO (MG-POST-IDX) > 0
               MOVE MG-CAT-CATEGORIA (MG-POST-IDX) TO SM-LIM-CATEGORIA
               READ SOMALIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-LIM-DATA-USO < MG-DATA-CONTROLE
                           MOVE MG-DATA-CONTROLE TO SM-LIM-DATA-USO
                           MOVE 0 TO SM-LIM-USO-DIA
                       END-IF
                       IF SM-LIM-DATA-USO = MG-DATA-CONTROLE
                           ADD MG-CAT-USO (MG-POST-IDX)
                               TO SM-LIM-USO-DIA
                               ON SIZE ERROR
                                   DISPLAY "ERRO: OVERFLOW NO USO "
                                       "DIARIO DA CATEGORIA "
                                       SM-LIM-CATEGORIA
                                   SET MG-HOUVE-OVERFLOW TO TRUE
                           END-ADD
                           REWRITE SOMALIM-RECORD
                               INVALID KEY
                                   DISPLAY "ERRO: FALHA AO REGRAVAR "
                                       "USO NO SOMALIM - FILE STATUS="
                                       MG-FS-SOMALIM
                                   SET MG-HOUVE-FALHA-IO TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO MG-QTDE-USOS-GRAVADOS
                           END-REWRITE
                       END-IF
               END-READ
               IF MG-FS-SOMALIM NOT = "00"
                       AND MG-FS-SOMALIM NOT = "23"
                   DISPLAY "ERRO: FALHA AO LER SOMALIM - "
                       "FILE STATUS=" MG-FS-SOMALIM
                   SET MG-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  consolidacao concluida com sucesso
      *>    4  parametro invalido (nada foi consolidado nem
      *>       registrado no SOMAEXE), ou aviso: identificador de
      *>       transacao ja registrado no SOMAIDS (possivel
      *>       reenvio de feed a investigar), com a consolidacao e
      *>       o lancamento concluidos
      *>    8  overflow no total combinado, tabela de categorias
      *>       excedida ou estorno cuja original nao estava ativa
      *>       no SOMAIDS (nos dois casos o lancamento no master e
      *>       no SOMALIM e suprimido), ou falha de E/S
      *>       irrecuperavel
      *>   12  total combinado divergente do total de controle
      *>       (RECONCILIACAO=BREAK)
      *>   20  execucao recusada: alguma particao SOMA-Pn da data
      *>       nao terminou ou terminou com RETURN-CODE acima de 4
      *>       no controle do ciclo SOMAEXE
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN MG-EXECUCAO-RECUSADA
                   MOVE 20 TO RETURN-CODE
               WHEN MG-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN MG-HOUVE-OVERFLOW OR MG-HOUVE-FALHA-IO
                       OR MG-TABELA-EXCEDIDA
                       OR MG-HOUVE-ESTORNO-INVALIDO
                   MOVE 8 TO RETURN-CODE
               WHEN MG-CTRL-BREAK
                   MOVE 12 TO RETURN-CODE
               WHEN MG-HOUVE-AVISO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
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
           IF MG-FS-SOMAEXE = "35"
               OPEN OUTPUT SOMAEXE-FILE
               IF MG-FS-SOMAEXE = "00"
                   CLOSE SOMAEXE-FILE
                   OPEN I-O SOMAEXE-FILE
               END-IF
           END-IF.
           IF MG-FS-SOMAEXE = "00"
               SET MG-SOMAEXE-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAEXE - "
                   "FILE STATUS=" MG-FS-SOMAEXE
               SET MG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8200-VERIFICA-ANTECESSOR - consulta no SOMAEXE a entrada
      *> do passo antecessor (MG-PASSO-ANTECESSOR) na mesma data
      *> de negocio e recusa a execucao (RETURN-CODE 20) se ele
      *> nao foi executado, ainda esta em execucao (ou foi
      *> interrompido) ou terminou com RETURN-CODE acima de 4: 0
      *> (OK) e 4 (terminado com aviso ou com registros
      *> rejeitados) liberam o passo seguinte.
      *> ---------------------------------------------------------
       8200-VERIFICA-ANTECESSOR.
           MOVE MG-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE MG-PASSO-ANTECESSOR TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                       MG-PASSO-ANTECESSOR " NAO EXECUTADO NA DATA "
                       MG-DATA-CONTROLE
                   SET MG-EXECUCAO-RECUSADA TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SM-EXE-TERMINADO
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               MG-PASSO-ANTECESSOR " EM EXECUCAO OU "
                               "INTERROMPIDO NA DATA "
                               MG-DATA-CONTROLE
                           SET MG-EXECUCAO-RECUSADA TO TRUE
                       WHEN SM-EXE-RETURN-CODE > 4
                           MOVE SM-EXE-RETURN-CODE
                               TO MG-RC-ANTECESSOR-ED
                           DISPLAY "ERRO: EXECUCAO RECUSADA - PASSO "
                               MG-PASSO-ANTECESSOR " TERMINOU COM RC="
                               MG-RC-ANTECESSOR-ED " NA DATA "
                               MG-DATA-CONTROLE
                           SET MG-EXECUCAO-RECUSADA TO TRUE
                   END-EVALUATE
           END-READ.
           IF MG-FS-SOMAEXE NOT = "00" AND MG-FS-SOMAEXE NOT = "23"
               DISPLAY "ERRO: FALHA AO LER SOMAEXE - "
                   "FILE STATUS=" MG-FS-SOMAEXE
               SET MG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8300-REGISTRA-INICIO - grava (ou, numa reexecucao do
      *> passo na mesma data, regrava) a entrada do passo no
      *> SOMAEXE como em execucao.
      *> ---------------------------------------------------------
       8300-REGISTRA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO MG-DATA-HORA-CONTROLE.
           MOVE "N" TO MG-SW-ENTRADA-EXISTE.
           MOVE MG-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO.
           MOVE MG-PASSO-CONTROLE TO SM-EXE-PASSO.
           READ SOMAEXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MG-ENTRADA-EXISTE TO TRUE
           END-READ.

           IF NOT MG-ENTRADA-EXISTE
               MOVE SPACES TO SOMAEXE-RECORD
               MOVE MG-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE MG-PASSO-CONTROLE TO SM-EXE-PASSO
               MOVE 0 TO SM-EXE-QTDE-EXECUCOES SM-EXE-QTDE-PARTES
           END-IF.
           SET SM-EXE-EM-EXECUCAO TO TRUE.
           MOVE 0 TO SM-EXE-RETURN-CODE.
           MOVE MG-DATA-HORA-CONTROLE (1:8) TO SM-EXE-DATA-INICIO.
           MOVE MG-DATA-HORA-CONTROLE (9:6) TO SM-EXE-HORA-INICIO.
           MOVE SPACES TO SM-EXE-TERMINO.
           ADD 1 TO SM-EXE-QTDE-EXECUCOES.

           IF MG-ENTRADA-EXISTE
               REWRITE SOMAEXE-RECORD
           ELSE
               WRITE SOMAEXE-RECORD
           END-IF.
           IF MG-FS-SOMAEXE = "00"
               SET MG-INICIO-REGISTRADO TO TRUE
           ELSE
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                   "FILE STATUS=" MG-FS-SOMAEXE
               SET MG-HOUVE-FALHA-IO TO TRUE
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
           IF MG-INICIO-REGISTRADO
               MOVE FUNCTION CURRENT-DATE TO MG-DATA-HORA-CONTROLE
               MOVE MG-DATA-CONTROLE TO SM-EXE-DATA-NEGOCIO
               MOVE MG-PASSO-CONTROLE TO SM-EXE-PASSO
               READ SOMAEXE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF MG-FS-SOMAEXE = "00"
                   SET SM-EXE-TERMINADO TO TRUE
                   MOVE RETURN-CODE TO SM-EXE-RETURN-CODE
                   MOVE MG-DATA-HORA-CONTROLE (1:8)
                       TO SM-EXE-DATA-TERMINO
                   MOVE MG-DATA-HORA-CONTROLE (9:6)
                       TO SM-EXE-HORA-TERMINO
                   REWRITE SOMAEXE-RECORD
               END-IF
               IF MG-FS-SOMAEXE NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMAEXE - "
                       "FILE STATUS=" MG-FS-SOMAEXE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF MG-SOMAEXE-ABERTO
               CLOSE SOMAEXE-FILE
           END-IF.
       8400-EXIT.
           EXIT.
