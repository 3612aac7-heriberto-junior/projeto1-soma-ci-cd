IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAPRG.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-14  RFS    Versao original: gerador de
      *>                       lancamentos programados. Le o master
      *>                       SOMAPGM (calculos recorrentes com
      *>                       periodicidade diaria, semanal ou
      *>                       mensal) e, para a data de negocio de
      *>                       DATA=, grava um SOMAIN completo - o
      *>                       header "H" (origem ORIGEM=, padrao
      *>                       SOMAPRG), um detalhe por instrucao
      *>                       prevista na data, com identificador
      *>                       de transacao codigo + data, e o
      *>                       trailer "T" com a quantidade - e o
      *>                       SOMACTL com o total de controle que
      *>                       SOMA vai calcular (moeda convertida
      *>                       pela taxa do dia do SOMATAX). O
      *>                       relatorio SOMAPGL lista cada
      *>                       instrucao como gerada ou nao gerada
      *>                       (suspensa, vencida, ainda nao
      *>                       iniciada, nao prevista na data) ou
      *>                       recusada por conteudo invalido.
      *>    2026-10-15  RFS    Falha de leitura do SOMATAX (FILE
      *>                       STATUS diferente de 00 e 10) encerra
      *>                       a carga das taxas como erro de E/S,
      *>                       em vez de repetir a leitura sem fim.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMAPGM-FILE ASSIGN TO "SOMAPGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-PGM-CODIGO
               FILE STATUS IS PG-FS-SOMAPGM.

           SELECT SOMATAX-FILE ASSIGN TO "SOMATAX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PG-FS-SOMATAX.

           SELECT SOMAIN-FILE ASSIGN TO "SOMAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PG-FS-SOMAIN.

           SELECT SOMACTL-FILE ASSIGN TO "SOMACTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PG-FS-SOMACTL.

           SELECT SOMAPGL-FILE ASSIGN TO "SOMAPGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PG-FS-SOMAPGL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMAPGM-FILE.
       01  SOMAPGM-RECORD.
           COPY SOMAPGM.

       FD  SOMATAX-FILE
           RECORDING MODE IS F.
       01  SOMATAX-RECORD.
           COPY SOMATAX.

       FD  SOMAIN-FILE
           RECORDING MODE IS F.
       01  SOMAIN-RECORD.
           COPY SOMAPAR.

       FD  SOMACTL-FILE
           RECORDING MODE IS F.
       01  SOMACTL-RECORD.
           COPY SOMACTL.

       FD  SOMAPGL-FILE
           RECORDING MODE IS F.
       01  SOMAPGL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 PG-FS-SOMAPGM PIC X(02) VALUE "00".
       77 PG-FS-SOMATAX PIC X(02) VALUE "00".
       77 PG-FS-SOMAIN PIC X(02) VALUE "00".
       77 PG-FS-SOMACTL PIC X(02) VALUE "00".
       77 PG-FS-SOMAPGL PIC X(02) VALUE "00".

       77 PG-SW-EOF-SOMAPGM PIC X(01) VALUE "N".
          88 PG-FIM-SOMAPGM VALUE "S".

       77 PG-SW-EOF-SOMATAX PIC X(01) VALUE "N".
          88 PG-FIM-SOMATAX VALUE "S".

       77 PG-SW-ERRO PIC X(01) VALUE "N".
          88 PG-HOUVE-ERRO VALUE "S".

       77 PG-SW-FALHA-IO PIC X(01) VALUE "N".
          88 PG-HOUVE-FALHA-IO VALUE "S".

       77 PG-SW-OVERFLOW-TOTAL PIC X(01) VALUE "N".
          88 PG-HOUVE-OVERFLOW-TOTAL VALUE "S".

       77 PG-SW-TAXA-ACHADA PIC X(01) VALUE "N".
          88 PG-TAXA-ACHADA VALUE "S".

      *> Destino da instrucao corrente: gerada, nao gerada (e por
      *> que) ou recusada por conteudo invalido
       77 PG-DESTINO-INSTRUCAO PIC X(01) VALUE SPACE.
          88 PG-INSTR-PENDENTE VALUE SPACE.
          88 PG-INSTR-GERADA VALUE "G".
          88 PG-INSTR-SUSPENSA VALUE "S".
          88 PG-INSTR-VENCIDA VALUE "V".
          88 PG-INSTR-NAO-INICIADA VALUE "I".
          88 PG-INSTR-NAO-PREVISTA VALUE "F".
          88 PG-INSTR-RECUSADA VALUE "R".
       77 PG-MOTIVO-RECUSA PIC X(22) VALUE SPACES.

      *> Parametros da linha de comando: data de negocio do lote a
      *> gerar (obrigatoria) e sistema de origem do header
       01 PG-ARGUMENTO PIC X(100).
       77 PG-PARAMETRO1 PIC X(20).
       77 PG-PARAMETRO2 PIC X(20).
       77 PG-TOKEN-ATUAL PIC X(20).
       01 PG-DATA-NEGOCIO.
          05 PG-NEG-ANO PIC 9(04).
          05 PG-NEG-MES PIC 9(02).
          05 PG-NEG-DIA PIC 9(02).
       01 PG-DATA-NEGOCIO-N REDEFINES PG-DATA-NEGOCIO PIC 9(08).
       77 PG-SW-DATA-INFORMADA PIC X(01) VALUE "N".
          88 PG-DATA-INFORMADA VALUE "S".
       77 PG-SISTEMA-ORIGEM PIC X(08) VALUE "SOMAPRG".

      *> Calendario da data de negocio: dia da semana (1 = segunda
      *> ... 7 = domingo) e ultimo dia do mes, apurados uma vez na
      *> inicializacao, e area de calculo do dia previsto de uma
      *> instrucao mensal
       77 PG-DIA-SEMANA-NEGOCIO PIC 9(01) VALUE 0.
       77 PG-ULTIMO-DIA-MES PIC 9(02) VALUE 0.
       01 PG-DATA-CALCULO.
          05 PG-CAL-ANO PIC 9(04).
          05 PG-CAL-MES PIC 9(02).
          05 PG-CAL-DIA PIC 9(02).
       01 PG-DATA-CALCULO-N REDEFINES PG-DATA-CALCULO PIC 9(08).
       77 PG-DIA-INTEIRO PIC 9(07) COMP VALUE 0.
       77 PG-QUOCIENTE PIC 9(07) COMP VALUE 0.
       77 PG-RESTO-SEMANA PIC 9(01) COMP VALUE 0.
       77 PG-DIA-SEMANA-CALCULO PIC 9(01) VALUE 0.
       77 PG-DIA-PREVISTO PIC 9(02) VALUE 0.
       01 PG-NOMES-DIAS-SEMANA.
          05 FILLER PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
       01 PG-TABELA-DIAS-SEMANA REDEFINES PG-NOMES-DIAS-SEMANA.
          05 PG-NOME-DIA-SEMANA PIC X(03) OCCURS 7 TIMES.

      *> Datas de vigencia da instrucao corrente, para conferir
      *> como data valida
       01 PG-DATA-INICIO-X PIC X(08).
       01 PG-DATA-INICIO-N REDEFINES PG-DATA-INICIO-X PIC 9(08).
       01 PG-DATA-FIM-X PIC X(08).
       01 PG-DATA-FIM-N REDEFINES PG-DATA-FIM-X PIC 9(08).
       77 PG-SW-SEM-FIM PIC X(01) VALUE "N".
          88 PG-SEM-FIM VALUE "S".

      *> Taxas de cambio do SOMATAX para a data de negocio
       77 PG-MAX-TAXAS PIC 9(02) COMP VALUE 50.
       01 PG-TABELA-TAXAS.
          05 PG-TAX-ENTRADA OCCURS 50 TIMES INDEXED BY PG-TAX-IDX.
             10 PG-TAX-ENT-MOEDA PIC X(03).
             10 PG-TAX-ENT-TAXA PIC 9(04)V9(06).
       77 PG-QTDE-TAXAS PIC 9(02) COMP VALUE 0.
       77 PG-TAXA-CORRENTE PIC 9(04)V9(06) VALUE 0.

      *> Calculo da instrucao corrente na moeda base, com as
      *> mesmas regras do modo batch de SOMA, e identificador da
      *> transacao gerada
       77 PG-NUMERO1 PIC S9(10)V99 VALUE 0.
       77 PG-NUMERO2 PIC S9(10)V99 VALUE 0.
       77 PG-RESULTADO PIC S9(10)V99 VALUE 0.
       77 PG-TOTAL-CONTROLE PIC S9(10)V99 VALUE 0.
       01 PG-ID-GERADO.
          05 PG-ID-CODIGO PIC X(04).
          05 PG-ID-DATA PIC X(08).

      *> Contadores do relatorio e do resumo de controle
       77 PG-QTDE-LIDAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-GERADAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-SUSPENSAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-VENCIDAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-NAO-INICIADAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-NAO-PREVISTAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-RECUSADAS PIC 9(08) COMP VALUE 0.
       77 PG-QTDE-ED PIC 9(08).
       77 PG-TOTAL-ED PIC -(9)9.99.

      *> Controle de paginacao do relatorio
       77 PG-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 PG-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 PG-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 PG-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de geracao
       01 PG-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMAPRG - LANCAMENTOS PROGRAMADOS".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 PG-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 PG-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 PG-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 PG-LIN-PARAMETROS.
          05 FILLER PIC X(17) VALUE "DATA DE NEGOCIO: ".
          05 PG-PAR-DATA-NEGOCIO PIC X(08).
          05 FILLER PIC X(03) VALUE "  (".
          05 PG-PAR-DIA-SEMANA PIC X(03).
          05 FILLER PIC X(01) VALUE ")".
          05 FILLER PIC X(10) VALUE "  ORIGEM: ".
          05 PG-PAR-SISTEMA-ORIGEM PIC X(08).
          05 FILLER PIC X(82) VALUE SPACES.

       01 PG-LIN-CAB-INSTRUCAO.
          05 FILLER PIC X(06) VALUE "COD.".
          05 FILLER PIC X(29) VALUE "DESCRICAO".
          05 FILLER PIC X(14) VALUE "PERIODICIDADE".
          05 FILLER PIC X(05) VALUE "OPER".
          05 FILLER PIC X(10) VALUE "CATEGORIA".
          05 FILLER PIC X(05) VALUE "MOEDA".
          05 FILLER PIC X(15) VALUE " RESULT. BASE".
          05 FILLER PIC X(14) VALUE "ID-TRANSACAO".
          05 FILLER PIC X(34) VALUE "SITUACAO".

       01 PG-LIN-INSTRUCAO.
          05 PG-INS-CODIGO PIC X(04).
          05 FILLER PIC X(02).
          05 PG-INS-DESCRICAO PIC X(28).
          05 FILLER PIC X(01).
          05 PG-INS-PERIODICIDADE PIC X(13).
          05 FILLER PIC X(01).
          05 PG-INS-OPERACAO PIC X(03).
          05 FILLER PIC X(02).
          05 PG-INS-CATEGORIA PIC X(08).
          05 FILLER PIC X(02).
          05 PG-INS-MOEDA PIC X(03).
          05 FILLER PIC X(02).
          05 PG-INS-RESULTADO PIC -(9)9.99.
          05 FILLER PIC X(02).
          05 PG-INS-ID PIC X(12).
          05 FILLER PIC X(02).
          05 PG-INS-SITUACAO PIC X(34).
       01 PG-INS-RESULTADO-X REDEFINES PG-LIN-INSTRUCAO.
          05 FILLER PIC X(69).
          05 PG-INS-RESULTADO-BRANCO PIC X(13).
          05 FILLER PIC X(50).

       01 PG-LIN-TOTAL.
          05 FILLER PIC X(04) VALUE SPACES.
          05 PG-TOT-ROTULO PIC X(40).
          05 PG-TOT-QTDE PIC Z(07)9.
          05 FILLER PIC X(80) VALUE SPACES.

       01 PG-LIN-TOTAL-CONTROLE.
          05 FILLER PIC X(04) VALUE SPACES.
          05 FILLER PIC X(35)
             VALUE "TOTAL DE CONTROLE (SOMACTL)".
          05 PG-TCT-TOTAL PIC -(9)9.99.
          05 FILLER PIC X(80) VALUE SPACES.

       01 PG-LIN-SECAO.
          05 PG-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 PG-LIN-MENSAGEM.
          05 FILLER PIC X(04) VALUE SPACES.
          05 PG-MSG-TEXTO PIC X(70).
          05 FILLER PIC X(58) VALUE SPACES.

       01 PG-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 PG-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT PG-HOUVE-ERRO AND NOT PG-HOUVE-FALHA-IO
               PERFORM 3000-GERA-INSTRUCOES THRU 3000-EXIT
               IF NOT PG-HOUVE-FALHA-IO
                   PERFORM 5000-FECHA-LOTE THRU 5000-EXIT
                   PERFORM 5500-IMPRIME-TOTAIS THRU 5500-EXIT
                   PERFORM 6500-EXIBE-RESUMO THRU 6500-EXIT
               END-IF
               PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - trata DATA= (obrigatorio) e ORIGEM=,
      *> apura o calendario da data de negocio, abre o master
      *> SOMAPGM, carrega as taxas do dia do SOMATAX (opcional),
      *> abre o SOMAIN com o header do lote, o SOMACTL (truncado ja
      *> na abertura, para que um total de outro dia nunca fique
      *> valendo) e o relatorio, com o cabecalho da primeira
      *> pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO PG-DATA-HORA-EXEC.
           ACCEPT PG-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING PG-ARGUMENTO DELIMITED BY SPACE
               INTO PG-PARAMETRO1
                    PG-PARAMETRO2
           END-UNSTRING.

           MOVE PG-PARAMETRO1 TO PG-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE PG-PARAMETRO2 TO PG-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT PG-HOUVE-ERRO AND NOT PG-DATA-INFORMADA
               DISPLAY "ERRO: PARAMETRO DATA=AAAAMMDD OBRIGATORIO"
               SET PG-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT PG-HOUVE-ERRO
               PERFORM 1200-APURA-CALENDARIO THRU 1200-EXIT

               OPEN INPUT SOMAPGM-FILE
               IF PG-FS-SOMAPGM NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAPGM - "
                       "FILE STATUS=" PG-FS-SOMAPGM
                   SET PG-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.

           IF NOT PG-HOUVE-ERRO AND NOT PG-HOUVE-FALHA-IO
               PERFORM 1300-CARREGA-TAXAS THRU 1300-EXIT

               OPEN OUTPUT SOMAIN-FILE
               IF PG-FS-SOMAIN NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAIN - "
                       "FILE STATUS=" PG-FS-SOMAIN
                   SET PG-HOUVE-FALHA-IO TO TRUE
               ELSE
                   MOVE SPACES TO SOMAIN-RECORD
                   SET SM-IN-REG-HEADER TO TRUE
                   MOVE PG-DATA-NEGOCIO TO SM-IN-HDR-DATA-NEGOCIO
                   MOVE PG-SISTEMA-ORIGEM TO SM-IN-HDR-SISTEMA-ORIGEM
                   PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT
               END-IF

               OPEN OUTPUT SOMACTL-FILE
               IF PG-FS-SOMACTL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACTL - "
                       "FILE STATUS=" PG-FS-SOMACTL
                   SET PG-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMAPGL-FILE
               IF PG-FS-SOMAPGL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAPGL - "
                       "FILE STATUS=" PG-FS-SOMAPGL
                   SET PG-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: DATA=AAAAMMDD (data valida) ou ORIGEM=xxxxxxxx
      *> (ate 8 posicoes, gravado no header). Token em branco e
      *> ignorado; qualquer outro conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN PG-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN PG-TOKEN-ATUAL (1:5) = "DATA="
                   IF PG-TOKEN-ATUAL (6:8) NUMERIC
                           AND PG-TOKEN-ATUAL (14:7) = SPACES
                       MOVE PG-TOKEN-ATUAL (6:8) TO PG-DATA-NEGOCIO
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (PG-DATA-NEGOCIO-N) = 0
                           SET PG-DATA-INFORMADA TO TRUE
                       END-IF
                   END-IF
                   IF NOT PG-DATA-INFORMADA
                       DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                           PG-TOKEN-ATUAL
                       SET PG-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN PG-TOKEN-ATUAL (1:7) = "ORIGEM="
                   IF PG-TOKEN-ATUAL (8:8) NOT = SPACES
                           AND PG-TOKEN-ATUAL (16:5) = SPACES
                       MOVE PG-TOKEN-ATUAL (8:8) TO PG-SISTEMA-ORIGEM
                   ELSE
                       DISPLAY "ERRO: VALOR DE ORIGEM= INVALIDO - "
                           PG-TOKEN-ATUAL
                       SET PG-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       PG-TOKEN-ATUAL
                   SET PG-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-APURA-CALENDARIO - dia da semana da data de negocio
      *> e ultimo dia do seu mes (vespera do dia 1 do mes
      *> seguinte).
      *> ---------------------------------------------------------
       1200-APURA-CALENDARIO.
           MOVE PG-DATA-NEGOCIO TO PG-DATA-CALCULO.
           PERFORM 3450-CALCULA-DIA-SEMANA THRU 3450-EXIT.
           MOVE PG-DIA-SEMANA-CALCULO TO PG-DIA-SEMANA-NEGOCIO.

           IF PG-NEG-MES = 12
               COMPUTE PG-CAL-ANO = PG-NEG-ANO + 1
               MOVE 1 TO PG-CAL-MES
           ELSE
               MOVE PG-NEG-ANO TO PG-CAL-ANO
               COMPUTE PG-CAL-MES = PG-NEG-MES + 1
           END-IF.
           MOVE 1 TO PG-CAL-DIA.
           COMPUTE PG-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (PG-DATA-CALCULO-N) - 1.
           COMPUTE PG-DATA-CALCULO-N =
               FUNCTION DATE-OF-INTEGER (PG-DIA-INTEIRO).
           MOVE PG-CAL-DIA TO PG-ULTIMO-DIA-MES.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1300-CARREGA-TAXAS - carrega as taxas do SOMATAX para a
      *> data de negocio. Sem o arquivo, somente instrucoes na
      *> moeda base (moeda em branco) sao geradas. Uma linha da
      *> data sem moeda, com taxa nao numerica ou zerada e
      *> ignorada com aviso - o proprio SOMA recusara o lote ao
      *> carregar o mesmo SOMATAX.
      *> ---------------------------------------------------------
       1300-CARREGA-TAXAS.
           MOVE 0 TO PG-QTDE-TAXAS.
           OPEN INPUT SOMATAX-FILE.
           EVALUATE PG-FS-SOMATAX
               WHEN "00"
                   PERFORM 1310-LE-SOMATAX THRU 1310-EXIT
                   PERFORM 1320-CARREGA-UMA-TAXA THRU 1320-EXIT
                       UNTIL PG-FIM-SOMATAX
                   CLOSE SOMATAX-FILE
               WHEN "35"
                   DISPLAY "AVISO: ARQUIVO SOMATAX NAO ENCONTRADO - "
                       "SOMENTE A MOEDA BASE SERA GERADA"
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMATAX - "
                       "FILE STATUS=" PG-FS-SOMATAX
                   SET PG-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       1300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1310-LE-SOMATAX - le a proxima linha de taxa. Falha de
      *> leitura encerra a carga como erro de E/S.
      *> ---------------------------------------------------------
       1310-LE-SOMATAX.
           READ SOMATAX-FILE
               AT END
                   SET PG-FIM-SOMATAX TO TRUE
           END-READ.
           IF PG-FS-SOMATAX NOT = "00" AND PG-FS-SOMATAX NOT = "10"
               DISPLAY "ERRO: FALHA AO LER SOMATAX - "
                   "FILE STATUS=" PG-FS-SOMATAX
               SET PG-HOUVE-FALHA-IO TO TRUE
               SET PG-FIM-SOMATAX TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1320-CARREGA-UMA-TAXA - guarda na tabela a taxa da linha
      *> corrente, se ela e da data de negocio, e le a proxima.
      *> ---------------------------------------------------------
       1320-CARREGA-UMA-TAXA.
           IF SM-TAX-DATA-NEGOCIO = PG-DATA-NEGOCIO
               EVALUATE TRUE
                   WHEN SM-TAX-MOEDA = SPACES
                       DISPLAY "AVISO: LINHA DE SOMATAX SEM MOEDA - "
                           "IGNORADA"
                   WHEN SM-TAX-TAXA-X NOT NUMERIC
                       DISPLAY "AVISO: TAXA NAO NUMERICA PARA A "
                           "MOEDA " SM-TAX-MOEDA " - IGNORADA"
                   WHEN SM-TAX-TAXA = 0
                       DISPLAY "AVISO: TAXA ZERADA PARA A MOEDA "
                           SM-TAX-MOEDA " - IGNORADA"
                   WHEN PG-QTDE-TAXAS >= PG-MAX-TAXAS
                       DISPLAY "AVISO: MAIS DE 50 MOEDAS EM SOMATAX "
                           "- MOEDA " SM-TAX-MOEDA " IGNORADA"
                   WHEN OTHER
                       ADD 1 TO PG-QTDE-TAXAS
                       SET PG-TAX-IDX TO PG-QTDE-TAXAS
                       MOVE SM-TAX-MOEDA
                           TO PG-TAX-ENT-MOEDA (PG-TAX-IDX)
                       MOVE SM-TAX-TAXA
                           TO PG-TAX-ENT-TAXA (PG-TAX-IDX)
               END-EVALUATE
           END-IF.

           PERFORM 1310-LE-SOMATAX THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-GERA-INSTRUCOES - percorre o master SOMAPGM em ordem
      *> de codigo, decidindo e listando o destino de cada
      *> instrucao.
      *> ---------------------------------------------------------
       3000-GERA-INSTRUCOES.
           MOVE "INSTRUCOES PROGRAMADAS" TO PG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE PG-LIN-CAB-INSTRUCAO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           PERFORM 3100-LE-SOMAPGM THRU 3100-EXIT.
           PERFORM 3200-TRATA-UMA-INSTRUCAO THRU 3200-EXIT
               UNTIL PG-FIM-SOMAPGM OR PG-HOUVE-FALHA-IO.

           IF PG-QTDE-LIDAS = 0
               MOVE "NENHUMA INSTRUCAO CADASTRADA EM SOMAPGM"
                   TO PG-MSG-TEXTO
               MOVE PG-LIN-MENSAGEM TO SOMAPGL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-LE-SOMAPGM - le a proxima instrucao do master.
      *> ---------------------------------------------------------
       3100-LE-SOMAPGM.
           READ SOMAPGM-FILE NEXT
               AT END
                   SET PG-FIM-SOMAPGM TO TRUE
           END-READ.
           IF NOT PG-FIM-SOMAPGM AND PG-FS-SOMAPGM NOT = "00"
               DISPLAY "ERRO: FALHA AO LER SOMAPGM - "
                   "FILE STATUS=" PG-FS-SOMAPGM
               SET PG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-TRATA-UMA-INSTRUCAO - decide o destino da instrucao
      *> corrente, nesta ordem: recusada se o conteudo e invalido,
      *> suspensa, ainda nao iniciada, vencida, nao prevista na
      *> data pela periodicidade, recusada se a moeda nao tem taxa
      *> ou o calculo estoura; senao gera o detalhe. Lista a
      *> instrucao e le a proxima.
      *> ---------------------------------------------------------
       3200-TRATA-UMA-INSTRUCAO.
           ADD 1 TO PG-QTDE-LIDAS.
           MOVE SPACE TO PG-DESTINO-INSTRUCAO.
           MOVE SPACES TO PG-MOTIVO-RECUSA.
           MOVE 0 TO PG-RESULTADO.

           PERFORM 3300-VALIDA-INSTRUCAO THRU 3300-EXIT.

           IF PG-INSTR-PENDENTE
               EVALUATE TRUE
                   WHEN SM-PGM-SUSPENSA
                       SET PG-INSTR-SUSPENSA TO TRUE
                   WHEN PG-DATA-NEGOCIO < SM-PGM-DATA-INICIO
                       SET PG-INSTR-NAO-INICIADA TO TRUE
                   WHEN NOT PG-SEM-FIM
                           AND PG-DATA-NEGOCIO > SM-PGM-DATA-FIM
                       SET PG-INSTR-VENCIDA TO TRUE
                   WHEN OTHER
                       PERFORM 3400-VERIFICA-PREVISTA THRU 3400-EXIT
               END-EVALUATE
           END-IF.

           IF PG-INSTR-PENDENTE
               PERFORM 3500-CALCULA-RESULTADO THRU 3500-EXIT
           END-IF.

           IF PG-INSTR-PENDENTE
               PERFORM 3600-GRAVA-DETALHE THRU 3600-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PG-INSTR-GERADA
                   ADD 1 TO PG-QTDE-GERADAS
               WHEN PG-INSTR-SUSPENSA
                   ADD 1 TO PG-QTDE-SUSPENSAS
               WHEN PG-INSTR-NAO-INICIADA
                   ADD 1 TO PG-QTDE-NAO-INICIADAS
               WHEN PG-INSTR-VENCIDA
                   ADD 1 TO PG-QTDE-VENCIDAS
               WHEN PG-INSTR-NAO-PREVISTA
                   ADD 1 TO PG-QTDE-NAO-PREVISTAS
               WHEN PG-INSTR-RECUSADA
                   ADD 1 TO PG-QTDE-RECUSADAS
           END-EVALUATE.
           PERFORM 3700-IMPRIME-INSTRUCAO THRU 3700-EXIT.

           PERFORM 3100-LE-SOMAPGM THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-VALIDA-INSTRUCAO - confere o conteudo da instrucao
      *> corrente antes de usa-lo: situacao, par de valores (sinal
      *> separado e digitos, como SOMA exige), operacao (estorno
      *> nao e programavel), periodicidade com o seu dia e datas de
      *> vigencia validas. Um campo invalido recusa a instrucao com
      *> o motivo.
      *> ---------------------------------------------------------
       3300-VALIDA-INSTRUCAO.
           MOVE SM-PGM-DATA-INICIO TO PG-DATA-INICIO-X.
           MOVE SM-PGM-DATA-FIM TO PG-DATA-FIM-X.
           IF SM-PGM-DATA-FIM = SPACES OR SM-PGM-DATA-FIM = ZEROS
               SET PG-SEM-FIM TO TRUE
           ELSE
               MOVE "N" TO PG-SW-SEM-FIM
           END-IF.

           EVALUATE TRUE
               WHEN NOT SM-PGM-ATIVA AND NOT SM-PGM-SUSPENSA
                   MOVE "SITUACAO INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN (SM-PGM-NUMERO-1-X (1:1) NOT = "+"
                       AND SM-PGM-NUMERO-1-X (1:1) NOT = "-")
                       OR SM-PGM-NUMERO-1-X (2:12) NOT NUMERIC
                   MOVE "NUMERO1 INVALIDO" TO PG-MOTIVO-RECUSA
               WHEN (SM-PGM-NUMERO-2-X (1:1) NOT = "+"
                       AND SM-PGM-NUMERO-2-X (1:1) NOT = "-")
                       OR SM-PGM-NUMERO-2-X (2:12) NOT NUMERIC
                   MOVE "NUMERO2 INVALIDO" TO PG-MOTIVO-RECUSA
               WHEN SM-PGM-OPERACAO NOT = SPACES
                       AND SM-PGM-OPERACAO NOT = "ADD"
                       AND SM-PGM-OPERACAO NOT = "SUB"
                       AND SM-PGM-OPERACAO NOT = "MUL"
                       AND SM-PGM-OPERACAO NOT = "AVG"
                   MOVE "OPERACAO INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN NOT SM-PGM-DIARIA AND NOT SM-PGM-SEMANAL
                       AND NOT SM-PGM-MENSAL
                   MOVE "PERIODICIDADE INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN SM-PGM-SEMANAL
                       AND (SM-PGM-DIA-SEMANA NOT NUMERIC
                       OR SM-PGM-DIA-SEMANA < 1
                       OR SM-PGM-DIA-SEMANA > 7)
                   MOVE "DIA DA SEMANA INVALIDO" TO PG-MOTIVO-RECUSA
               WHEN SM-PGM-MENSAL
                       AND (SM-PGM-DIA-MES NOT NUMERIC
                       OR SM-PGM-DIA-MES < 1
                       OR SM-PGM-DIA-MES > 31)
                   MOVE "DIA DO MES INVALIDO" TO PG-MOTIVO-RECUSA
               WHEN PG-DATA-INICIO-X NOT NUMERIC
                   MOVE "DATA INICIO INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PG-DATA-INICIO-N)
                       NOT = 0
                   MOVE "DATA INICIO INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN PG-SEM-FIM
                   CONTINUE
               WHEN PG-DATA-FIM-X NOT NUMERIC
                   MOVE "DATA FIM INVALIDA" TO PG-MOTIVO-RECUSA
               WHEN FUNCTION TEST-DATE-YYYYMMDD (PG-DATA-FIM-N)
                       NOT = 0
                   MOVE "DATA FIM INVALIDA" TO PG-MOTIVO-RECUSA
           END-EVALUATE.

           IF PG-MOTIVO-RECUSA NOT = SPACES
               SET PG-INSTR-RECUSADA TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-VERIFICA-PREVISTA - confere se a periodicidade da
      *> instrucao a preve para a data de negocio; senao a marca
      *> como nao prevista.
      *> ---------------------------------------------------------
       3400-VERIFICA-PREVISTA.
           EVALUATE TRUE
               WHEN SM-PGM-DIARIA
                   CONTINUE
               WHEN SM-PGM-SEMANAL
                   IF SM-PGM-DIA-SEMANA NOT = PG-DIA-SEMANA-NEGOCIO
                       SET PG-INSTR-NAO-PREVISTA TO TRUE
                   END-IF
               WHEN SM-PGM-MENSAL
                   PERFORM 3410-CALCULA-DIA-MENSAL THRU 3410-EXIT
                   IF PG-DIA-PREVISTO NOT = PG-NEG-DIA
                       SET PG-INSTR-NAO-PREVISTA TO TRUE
                   END-IF
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3410-CALCULA-DIA-MENSAL - dia previsto, no mes da data de
      *> negocio, de uma instrucao mensal: o dia do cadastro,
      *> limitado ao ultimo dia do mes; caindo num sabado ou
      *> domingo, a sexta-feira anterior, ou a segunda-feira
      *> seguinte quando a sexta ficaria no mes anterior.
      *> ---------------------------------------------------------
       3410-CALCULA-DIA-MENSAL.
           IF SM-PGM-DIA-MES > PG-ULTIMO-DIA-MES
               MOVE PG-ULTIMO-DIA-MES TO PG-DIA-PREVISTO
           ELSE
               MOVE SM-PGM-DIA-MES TO PG-DIA-PREVISTO
           END-IF.

           MOVE PG-NEG-ANO TO PG-CAL-ANO.
           MOVE PG-NEG-MES TO PG-CAL-MES.
           MOVE PG-DIA-PREVISTO TO PG-CAL-DIA.
           PERFORM 3450-CALCULA-DIA-SEMANA THRU 3450-EXIT.

           EVALUATE PG-DIA-SEMANA-CALCULO
               WHEN 6
                   IF PG-DIA-PREVISTO > 1
                       SUBTRACT 1 FROM PG-DIA-PREVISTO
                   ELSE
                       ADD 2 TO PG-DIA-PREVISTO
                   END-IF
               WHEN 7
                   IF PG-DIA-PREVISTO > 2
                       SUBTRACT 2 FROM PG-DIA-PREVISTO
                   ELSE
                       ADD 1 TO PG-DIA-PREVISTO
                   END-IF
           END-EVALUATE.
       3410-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3450-CALCULA-DIA-SEMANA - dia da semana (1 = segunda ...
      *> 7 = domingo) da data em PG-DATA-CALCULO. O dia 1 do
      *> calendario inteiro (01/01/1601) e uma segunda-feira.
      *> ---------------------------------------------------------
       3450-CALCULA-DIA-SEMANA.
           COMPUTE PG-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (PG-DATA-CALCULO-N).
           DIVIDE PG-DIA-INTEIRO BY 7 GIVING PG-QUOCIENTE
               REMAINDER PG-RESTO-SEMANA.
           IF PG-RESTO-SEMANA = 0
               MOVE 7 TO PG-DIA-SEMANA-CALCULO
           ELSE
               MOVE PG-RESTO-SEMANA TO PG-DIA-SEMANA-CALCULO
           END-IF.
       3450-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-CALCULA-RESULTADO - calcula o resultado da instrucao
      *> na moeda base exatamente como o modo batch de SOMA o
      *> fara (conversao de cada valor pela taxa do dia com
      *> arredondamento, depois a operacao) e o soma ao total de
      *> controle. Moeda sem taxa na data ou estouro recusam a
      *> instrucao, que SOMA rejeitaria.
      *> ---------------------------------------------------------
       3500-CALCULA-RESULTADO.
           MOVE SM-PGM-NUMERO-1 TO PG-NUMERO1.
           MOVE SM-PGM-NUMERO-2 TO PG-NUMERO2.

           IF SM-PGM-MOEDA NOT = SPACES
               PERFORM 3510-PROCURA-TAXA THRU 3510-EXIT
               IF NOT PG-TAXA-ACHADA
                   MOVE "MOEDA SEM TAXA NA DATA" TO PG-MOTIVO-RECUSA
                   SET PG-INSTR-RECUSADA TO TRUE
               ELSE
                   COMPUTE PG-NUMERO1 ROUNDED
                       = PG-NUMERO1 * PG-TAXA-CORRENTE
                       ON SIZE ERROR
                           MOVE "OVERFLOW NA CONVERSAO"
                               TO PG-MOTIVO-RECUSA
                           SET PG-INSTR-RECUSADA TO TRUE
                   END-COMPUTE
                   COMPUTE PG-NUMERO2 ROUNDED
                       = PG-NUMERO2 * PG-TAXA-CORRENTE
                       ON SIZE ERROR
                           MOVE "OVERFLOW NA CONVERSAO"
                               TO PG-MOTIVO-RECUSA
                           SET PG-INSTR-RECUSADA TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

           IF PG-INSTR-PENDENTE
               EVALUATE SM-PGM-OPERACAO
                   WHEN "SUB"
                       COMPUTE PG-RESULTADO = PG-NUMERO1 - PG-NUMERO2
                           ON SIZE ERROR
                               SET PG-INSTR-RECUSADA TO TRUE
                       END-COMPUTE
                   WHEN "MUL"
                       COMPUTE PG-RESULTADO = PG-NUMERO1 * PG-NUMERO2
                           ON SIZE ERROR
                               SET PG-INSTR-RECUSADA TO TRUE
                       END-COMPUTE
                   WHEN "AVG"
                       COMPUTE PG-RESULTADO ROUNDED
                           = (PG-NUMERO1 + PG-NUMERO2) / 2
                           ON SIZE ERROR
                               SET PG-INSTR-RECUSADA TO TRUE
                       END-COMPUTE
                   WHEN OTHER
                       ADD PG-NUMERO1 TO PG-NUMERO2
                           GIVING PG-RESULTADO
                           ON SIZE ERROR
                               SET PG-INSTR-RECUSADA TO TRUE
                       END-ADD
               END-EVALUATE
               IF PG-INSTR-RECUSADA
                   MOVE "OVERFLOW NO CALCULO" TO PG-MOTIVO-RECUSA
               END-IF
           END-IF.

           IF PG-INSTR-PENDENTE
               ADD PG-RESULTADO TO PG-TOTAL-CONTROLE
                   ON SIZE ERROR
                       DISPLAY "ERRO: OVERFLOW NO TOTAL DE CONTROLE "
                           "- INSTRUCAO " SM-PGM-CODIGO
                       SET PG-HOUVE-OVERFLOW-TOTAL TO TRUE
               END-ADD
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-PROCURA-TAXA - procura na tabela a taxa da moeda da
      *> instrucao e a devolve em PG-TAXA-CORRENTE.
      *> ---------------------------------------------------------
       3510-PROCURA-TAXA.
           MOVE "N" TO PG-SW-TAXA-ACHADA.
           MOVE 0 TO PG-TAXA-CORRENTE.
           PERFORM 3520-COMPARA-UMA-TAXA THRU 3520-EXIT
               VARYING PG-TAX-IDX FROM 1 BY 1
               UNTIL PG-TAX-IDX > PG-QTDE-TAXAS
                  OR PG-TAXA-ACHADA.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3520-COMPARA-UMA-TAXA - compara uma moeda da tabela com a
      *> da instrucao.
      *> ---------------------------------------------------------
       3520-COMPARA-UMA-TAXA.
           IF PG-TAX-ENT-MOEDA (PG-TAX-IDX) = SM-PGM-MOEDA
               SET PG-TAXA-ACHADA TO TRUE
               MOVE PG-TAX-ENT-TAXA (PG-TAX-IDX) TO PG-TAXA-CORRENTE
           END-IF.
       3520-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3600-GRAVA-DETALHE - grava no SOMAIN o detalhe da
      *> instrucao, com os valores na moeda original e o
      *> identificador codigo + data de negocio.
      *> ---------------------------------------------------------
       3600-GRAVA-DETALHE.
           MOVE SM-PGM-CODIGO TO PG-ID-CODIGO.
           MOVE PG-DATA-NEGOCIO TO PG-ID-DATA.

           MOVE SPACES TO SOMAIN-RECORD.
           SET SM-IN-REG-DETALHE TO TRUE.
           MOVE SM-PGM-NUMERO-1 TO SM-IN-NUMERO-1.
           MOVE SM-PGM-NUMERO-2 TO SM-IN-NUMERO-2.
           MOVE PG-ID-GERADO TO SM-IN-ID-TRANSACAO.
           MOVE SM-PGM-OPERACAO TO SM-IN-OPERACAO.
           MOVE SM-PGM-CATEGORIA TO SM-IN-CATEGORIA.
           MOVE SM-PGM-MOEDA TO SM-IN-MOEDA.
           PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT.
           SET PG-INSTR-GERADA TO TRUE.
       3600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3700-IMPRIME-INSTRUCAO - lista a instrucao corrente com a
      *> periodicidade, o resultado e o identificador (se gerada)
      *> e a situacao.
      *> ---------------------------------------------------------
       3700-IMPRIME-INSTRUCAO.
           MOVE SPACES TO PG-LIN-INSTRUCAO.
           MOVE SM-PGM-CODIGO TO PG-INS-CODIGO.
           MOVE SM-PGM-DESCRICAO TO PG-INS-DESCRICAO.
           EVALUATE TRUE
               WHEN SM-PGM-DIARIA
                   MOVE "DIARIA" TO PG-INS-PERIODICIDADE
               WHEN SM-PGM-SEMANAL AND SM-PGM-DIA-SEMANA NUMERIC
                       AND SM-PGM-DIA-SEMANA >= 1
                       AND SM-PGM-DIA-SEMANA <= 7
                   STRING "SEMANAL " DELIMITED BY SIZE
                       PG-NOME-DIA-SEMANA (SM-PGM-DIA-SEMANA)
                           DELIMITED BY SIZE
                       INTO PG-INS-PERIODICIDADE
                   END-STRING
               WHEN SM-PGM-MENSAL AND SM-PGM-DIA-MES NUMERIC
                   STRING "MENSAL DIA " DELIMITED BY SIZE
                       SM-PGM-DIA-MES DELIMITED BY SIZE
                       INTO PG-INS-PERIODICIDADE
                   END-STRING
               WHEN OTHER
                   MOVE "INVALIDA" TO PG-INS-PERIODICIDADE
           END-EVALUATE.
           MOVE SM-PGM-OPERACAO TO PG-INS-OPERACAO.
           MOVE SM-PGM-CATEGORIA TO PG-INS-CATEGORIA.
           MOVE SM-PGM-MOEDA TO PG-INS-MOEDA.

           EVALUATE TRUE
               WHEN PG-INSTR-GERADA
                   MOVE PG-RESULTADO TO PG-INS-RESULTADO
                   MOVE PG-ID-GERADO TO PG-INS-ID
                   MOVE "GERADA" TO PG-INS-SITUACAO
               WHEN PG-INSTR-SUSPENSA
                   MOVE "NAO GERADA - SUSPENSA" TO PG-INS-SITUACAO
               WHEN PG-INSTR-NAO-INICIADA
                   STRING "NAO GERADA - INICIO EM " DELIMITED BY SIZE
                       SM-PGM-DATA-INICIO DELIMITED BY SIZE
                       INTO PG-INS-SITUACAO
                   END-STRING
               WHEN PG-INSTR-VENCIDA
                   STRING "NAO GERADA - VENCIDA EM " DELIMITED BY SIZE
                       SM-PGM-DATA-FIM DELIMITED BY SIZE
                       INTO PG-INS-SITUACAO
                   END-STRING
               WHEN PG-INSTR-NAO-PREVISTA
                   MOVE "NAO GERADA - NAO PREVISTA NA DATA"
                       TO PG-INS-SITUACAO
               WHEN OTHER
                   STRING "RECUSADA - " DELIMITED BY SIZE
                       PG-MOTIVO-RECUSA DELIMITED BY SIZE
                       INTO PG-INS-SITUACAO
                   END-STRING
           END-EVALUATE.
           IF NOT PG-INSTR-GERADA
               MOVE SPACES TO PG-INS-RESULTADO-BRANCO
           END-IF.
           MOVE PG-LIN-INSTRUCAO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       3700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-FECHA-LOTE - grava o trailer do SOMAIN com a
      *> quantidade de detalhes gerados e o total de controle no
      *> SOMACTL. Com estouro no total, o SOMACTL fica vazio (SOMA
      *> nao reconcilia) e a execucao termina com erro.
      *> ---------------------------------------------------------
       5000-FECHA-LOTE.
           MOVE SPACES TO SOMAIN-RECORD.
           SET SM-IN-REG-TRAILER TO TRUE.
           MOVE PG-QTDE-GERADAS TO SM-IN-TRL-QTDE-REGISTROS.
           PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT.

           IF NOT PG-HOUVE-OVERFLOW-TOTAL
               MOVE SPACES TO SOMACTL-RECORD
               MOVE PG-TOTAL-CONTROLE TO SM-CTL-TOTAL-ESPERADO
               WRITE SOMACTL-RECORD
               IF PG-FS-SOMACTL NOT = "00"
                   DISPLAY "ERRO: FALHA AO GRAVAR SOMACTL - "
                       "FILE STATUS=" PG-FS-SOMACTL
                   SET PG-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5500-IMPRIME-TOTAIS - secao de totais: instrucoes lidas,
      *> geradas, nao geradas por motivo e recusadas, e o total de
      *> controle gravado no SOMACTL.
      *> ---------------------------------------------------------
       5500-IMPRIME-TOTAIS.
           MOVE "TOTAIS DA GERACAO" TO PG-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           MOVE "INSTRUCOES LIDAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-LIDAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "GERADAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-GERADAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "NAO GERADAS - SUSPENSAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-SUSPENSAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "NAO GERADAS - AINDA NAO INICIADAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-NAO-INICIADAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "NAO GERADAS - VENCIDAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-VENCIDAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "NAO GERADAS - NAO PREVISTAS NA DATA" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-NAO-PREVISTAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.
           MOVE "RECUSADAS" TO PG-TOT-ROTULO.
           MOVE PG-QTDE-RECUSADAS TO PG-TOT-QTDE.
           PERFORM 5510-IMPRIME-UM-TOTAL THRU 5510-EXIT.

           MOVE PG-LIN-BRANCO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           IF PG-HOUVE-OVERFLOW-TOTAL
               MOVE "TOTAL DE CONTROLE ESTOUROU - SOMACTL NAO GRAVADO"
                   TO PG-MSG-TEXTO
               MOVE PG-LIN-MENSAGEM TO SOMAPGL-RECORD
           ELSE
               MOVE PG-TOTAL-CONTROLE TO PG-TCT-TOTAL
               MOVE PG-LIN-TOTAL-CONTROLE TO SOMAPGL-RECORD
           END-IF.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5510-IMPRIME-UM-TOTAL - imprime uma linha de total.
      *> ---------------------------------------------------------
       5510-IMPRIME-UM-TOTAL.
           MOVE PG-LIN-TOTAL TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - fecha o relatorio com o rodape e exibe
      *> os totais de controle no log do job.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           MOVE PG-LIN-BRANCO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE PG-LIN-RODAPE TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           DISPLAY "DATA-NEGOCIO=" PG-DATA-NEGOCIO
               " ORIGEM=" PG-SISTEMA-ORIGEM.
           MOVE PG-QTDE-LIDAS TO PG-QTDE-ED.
           DISPLAY "INSTRUCOES-LIDAS=" PG-QTDE-ED.
           MOVE PG-QTDE-GERADAS TO PG-QTDE-ED.
           DISPLAY "INSTRUCOES-GERADAS=" PG-QTDE-ED.
           MOVE PG-QTDE-SUSPENSAS TO PG-QTDE-ED.
           DISPLAY "NAO-GERADAS-SUSPENSAS=" PG-QTDE-ED.
           MOVE PG-QTDE-NAO-INICIADAS TO PG-QTDE-ED.
           DISPLAY "NAO-GERADAS-NAO-INICIADAS=" PG-QTDE-ED.
           MOVE PG-QTDE-VENCIDAS TO PG-QTDE-ED.
           DISPLAY "NAO-GERADAS-VENCIDAS=" PG-QTDE-ED.
           MOVE PG-QTDE-NAO-PREVISTAS TO PG-QTDE-ED.
           DISPLAY "NAO-GERADAS-NAO-PREVISTAS=" PG-QTDE-ED.
           MOVE PG-QTDE-RECUSADAS TO PG-QTDE-ED.
           DISPLAY "INSTRUCOES-RECUSADAS=" PG-QTDE-ED.
           IF NOT PG-HOUVE-OVERFLOW-TOTAL
               MOVE PG-TOTAL-CONTROLE TO PG-TOTAL-ED
               DISPLAY "TOTAL-CONTROLE=" PG-TOTAL-ED
           END-IF.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF PG-LINHAS-PAGINA >= PG-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMAPGL-RECORD.
           IF PG-FS-SOMAPGL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAPGL - "
                   "FILE STATUS=" PG-FS-SOMAPGL
               SET PG-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO PG-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros e uma linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO PG-NUM-PAGINA.
           MOVE 0 TO PG-LINHAS-PAGINA.

           MOVE PG-DATA-HORA-EXEC (1:8) TO PG-TIT-DATA.
           MOVE PG-DATA-HORA-EXEC (9:6) TO PG-TIT-HORA.
           MOVE PG-NUM-PAGINA TO PG-TIT-PAGINA.
           MOVE PG-LIN-TITULO TO SOMAPGL-RECORD.
           WRITE SOMAPGL-RECORD.
           IF PG-FS-SOMAPGL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAPGL - "
                   "FILE STATUS=" PG-FS-SOMAPGL
               SET PG-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE PG-DATA-NEGOCIO TO PG-PAR-DATA-NEGOCIO.
           MOVE PG-NOME-DIA-SEMANA (PG-DIA-SEMANA-NEGOCIO)
               TO PG-PAR-DIA-SEMANA.
           MOVE PG-SISTEMA-ORIGEM TO PG-PAR-SISTEMA-ORIGEM.
           MOVE PG-LIN-PARAMETROS TO SOMAPGL-RECORD.
           WRITE SOMAPGL-RECORD.
           MOVE PG-LIN-BRANCO TO SOMAPGL-RECORD.
           WRITE SOMAPGL-RECORD.
           ADD 3 TO PG-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (PG-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE PG-LIN-BRANCO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE PG-LIN-SECAO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE PG-LIN-BRANCO TO SOMAPGL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7500-GRAVA-SOMAIN - grava o registro corrente (header,
      *> detalhe ou trailer) no SOMAIN.
      *> ---------------------------------------------------------
       7500-GRAVA-SOMAIN.
           WRITE SOMAIN-RECORD.
           IF PG-FS-SOMAIN NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAIN - "
                   "FILE STATUS=" PG-FS-SOMAIN
               SET PG-HOUVE-FALHA-IO TO TRUE
           END-IF.
       7500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  lote gerado; toda instrucao foi gerada ou nao estava
      *>       prevista (suspensa, vencida, nao iniciada ou fora da
      *>       data)
      *>    4  parametro invalido ou ausente na linha de comando
      *>    8  falha de E/S irrecuperavel (inclusive master SOMAPGM
      *>       ausente) ou estouro do total de controle
      *>   12  lote gerado, mas ha instrucao recusada - ver a
      *>       situacao no relatorio e corrigir o SOMAPGM
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN PG-HOUVE-FALHA-IO OR PG-HOUVE-OVERFLOW-TOTAL
                   MOVE 8 TO RETURN-CODE
               WHEN PG-HOUVE-ERRO
                   MOVE 4 TO RETURN-CODE
               WHEN PG-QTDE-RECUSADAS > 0
                   MOVE 12 TO RETURN-CODE
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
           CLOSE SOMAPGM-FILE.
           CLOSE SOMAIN-FILE.
           CLOSE SOMACTL-FILE.
           CLOSE SOMAPGL-FILE.
       9000-EXIT.
           EXIT.
