IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMACNV.
       AUTHOR. EQUIPE-BATCH-FINANCEIRO.
       INSTALLATION. CPD-CENTRAL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *> -------------------------------------------------------------
      *>    HISTORICO DE ALTERACOES
      *>    DATA        AUTOR  DESCRICAO
      *>    ----------  -----  -----------------------------------
      *>    2026-10-15  RFS    Versao original: conversor de feed
      *>                       delimitado. Le o arquivo texto
      *>                       SOMADLM de um sistema de origem
      *>                       (ORIGEM=) que envia campos separados
      *>                       por virgula ou ponto-e-virgula, sem
      *>                       header nem trailer, e grava um SOMAIN
      *>                       valido: header "H" com a data de
      *>                       negocio (DATA=) e o sistema de
      *>                       origem, um detalhe com o par de
      *>                       valores sinalizado em formato fixo
      *>                       por linha convertida e o trailer "T"
      *>                       com a quantidade. A definicao do
      *>                       feed (delimitador, separador decimal,
      *>                       posicao dos campos, formato da data,
      *>                       operacao e moeda padrao) vem do
      *>                       SOMALAY. Linha que nao converte vai
      *>                       ao SOMACRJ com o texto original e o
      *>                       motivo; o relatorio SOMACVL mostra as
      *>                       rejeitadas, as linhas lidas,
      *>                       convertidas e rejeitadas e o hash
      *>                       total dos valores.
      *> -------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMALAY-FILE ASSIGN TO "SOMALAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CV-FS-SOMALAY.

           SELECT SOMADLM-FILE ASSIGN TO "SOMADLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-FS-SOMADLM.

           SELECT SOMAIN-FILE ASSIGN TO "SOMAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CV-FS-SOMAIN.

           SELECT SOMACRJ-FILE ASSIGN TO "SOMACRJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CV-FS-SOMACRJ.

           SELECT SOMACVL-FILE ASSIGN TO "SOMACVL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CV-FS-SOMACVL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMALAY-FILE
           RECORDING MODE IS F.
       01  SOMALAY-RECORD.
           COPY SOMALAY.

       FD  SOMADLM-FILE.
       01  SOMADLM-RECORD PIC X(256).

       FD  SOMAIN-FILE
           RECORDING MODE IS F.
       01  SOMAIN-RECORD.
           COPY SOMAPAR.

       FD  SOMACRJ-FILE
           RECORDING MODE IS F.
       01  SOMACRJ-RECORD.
           COPY SOMACRJ.

       FD  SOMACVL-FILE
           RECORDING MODE IS F.
       01  SOMACVL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Status de arquivo e chaves de controle
       77 CV-FS-SOMALAY PIC X(02) VALUE "00".
       77 CV-FS-SOMADLM PIC X(02) VALUE "00".
       77 CV-FS-SOMAIN PIC X(02) VALUE "00".
       77 CV-FS-SOMACRJ PIC X(02) VALUE "00".
       77 CV-FS-SOMACVL PIC X(02) VALUE "00".

       77 CV-SW-EOF-SOMALAY PIC X(01) VALUE "N".
          88 CV-FIM-SOMALAY VALUE "S".

       77 CV-SW-EOF-SOMADLM PIC X(01) VALUE "N".
          88 CV-FIM-SOMADLM VALUE "S".

       77 CV-SW-LAYOUT-ACHADO PIC X(01) VALUE "N".
          88 CV-LAYOUT-ACHADO VALUE "S".

       77 CV-SW-ERRO PIC X(01) VALUE "N".
          88 CV-HOUVE-ERRO VALUE "S".

       77 CV-SW-ERRO-LAYOUT PIC X(01) VALUE "N".
          88 CV-HOUVE-ERRO-LAYOUT VALUE "S".

       77 CV-SW-FALHA-IO PIC X(01) VALUE "N".
          88 CV-HOUVE-FALHA-IO VALUE "S".

      *> Parametros da linha de comando: sistema de origem (chave
      *> do SOMALAY, gravado no header) e data de negocio do lote
       01 CV-ARGUMENTO PIC X(100).
       77 CV-PARAMETRO1 PIC X(20).
       77 CV-PARAMETRO2 PIC X(20).
       77 CV-TOKEN-ATUAL PIC X(20).
       77 CV-SISTEMA-ORIGEM PIC X(08) VALUE SPACES.
       77 CV-DATA-NEGOCIO PIC X(08) VALUE SPACES.
       77 CV-DATA-NEGOCIO-N REDEFINES CV-DATA-NEGOCIO PIC 9(08).
       77 CV-MOTIVO-LAYOUT PIC X(30) VALUE SPACES.

      *> Definicao do feed do sistema de origem, copiada do
      *> SOMALAY, e separador de milhar (o que nao e o decimal)
       01 CV-LAYOUT.
           COPY SOMALAY REPLACING LEADING ==SM-LAY== BY ==CV-LAY==.
       77 CV-SEPARADOR-MILHAR PIC X(01).

      *> Linha corrente do feed e seus campos, ja sem as aspas e
      *> sem os espacos nas pontas
       77 CV-LINHA PIC X(256).
       77 CV-TAM-LINHA PIC 9(03) COMP VALUE 0.
       77 CV-POS PIC 9(03) COMP VALUE 0.
       77 CV-CARACTER PIC X(01).
       77 CV-QTDE-CAMPOS PIC 9(03) COMP VALUE 0.
       77 CV-TAM-ATUAL PIC 9(03) COMP VALUE 0.
       77 CV-SW-ENTRE-ASPAS PIC X(01) VALUE "N".
          88 CV-ENTRE-ASPAS VALUE "S".
       77 CV-SW-CAMPO-LONGO PIC X(01) VALUE "N".
          88 CV-CAMPO-LONGO VALUE "S".
       01 CV-TABELA-CAMPOS.
          05 CV-CAMPO OCCURS 20 TIMES.
             10 CV-CAMPO-TEXTO PIC X(40).
             10 CV-CAMPO-TAM PIC 9(02) COMP.
       77 CV-MAX-CAMPOS PIC 9(02) COMP VALUE 20.
       77 CV-MAX-TAM-CAMPO PIC 9(02) COMP VALUE 40.
       77 CV-MOTIVO-LINHA PIC X(20) VALUE SPACES.

      *> Campo em conversao (posicao pedida, texto e tamanho)
       77 CV-POS-CAMPO PIC 9(02) VALUE 0.
       77 CV-TEXTO-CAMPO PIC X(40).
       77 CV-TAM-CAMPO PIC 9(02) COMP VALUE 0.

      *> Conversao de um valor texto ("-1.234,56", "15.00") para
      *> S9(10)V99: sinal opcional na primeira posicao, separador
      *> de milhar somente na parte inteira e em grupos de 3, no
      *> maximo 2 casas decimais e 10 digitos inteiros
       77 CV-SITUACAO-VALOR PIC X(01).
          88 CV-VALOR-OK VALUE "O".
          88 CV-VALOR-INVALIDO VALUE "I".
          88 CV-VALOR-GRANDE VALUE "G".
       77 CV-SINAL-VALOR PIC X(01).
       77 CV-DIGITO PIC 9(01).
       77 CV-PARTE-INTEIRA PIC 9(10) COMP VALUE 0.
       77 CV-PARTE-DECIMAL PIC 9(02) COMP VALUE 0.
       77 CV-QTDE-SIGNIFICATIVOS PIC 9(03) COMP VALUE 0.
       77 CV-QTDE-DECIMAIS PIC 9(03) COMP VALUE 0.
       77 CV-QTDE-DIGITOS-GRUPO PIC 9(03) COMP VALUE 0.
       77 CV-SW-DIGITO-LIDO PIC X(01) VALUE "N".
          88 CV-DIGITO-LIDO VALUE "S".
       77 CV-SW-DECIMAL-LIDO PIC X(01) VALUE "N".
          88 CV-DECIMAL-LIDO VALUE "S".
       77 CV-SW-MILHAR-LIDO PIC X(01) VALUE "N".
          88 CV-MILHAR-LIDO VALUE "S".
       77 CV-VALOR-CONVERTIDO PIC S9(10)V99 VALUE 0.
       77 CV-NUMERO1 PIC S9(10)V99 VALUE 0.
       77 CV-NUMERO2 PIC S9(10)V99 VALUE 0.
       77 CV-VALOR-ABSOLUTO PIC 9(10)V99 VALUE 0.

      *> Demais campos do detalhe em montagem
       77 CV-ID-TRANSACAO PIC X(12).
       77 CV-OPERACAO PIC X(03).
       77 CV-CATEGORIA PIC X(08).
       77 CV-MOEDA PIC X(03).
       01 CV-DATA-LINHA PIC X(08).
       01 CV-DATA-LINHA-N REDEFINES CV-DATA-LINHA PIC 9(08).

      *> Contadores e hash totais (soma dos valores absolutos) do
      *> relatorio e do resumo de controle
       77 CV-QTDE-LIDAS PIC 9(08) COMP VALUE 0.
       77 CV-QTDE-CONVERTIDAS PIC 9(08) COMP VALUE 0.
       77 CV-QTDE-REJEITADAS PIC 9(08) COMP VALUE 0.
       77 CV-HASH-ENTRADA PIC 9(13)V99 VALUE 0.
       77 CV-HASH-CONVERTIDO PIC 9(13)V99 VALUE 0.
       77 CV-QTDE-ED PIC 9(08).
       77 CV-HASH-ED PIC 9(13).99.

      *> Controle de paginacao do relatorio
       77 CV-NUM-PAGINA PIC 9(04) COMP VALUE 0.
       77 CV-LINHAS-PAGINA PIC 9(02) COMP VALUE 99.
       77 CV-MAX-LINHAS-PAGINA PIC 9(02) COMP VALUE 60.
       77 CV-DATA-HORA-EXEC PIC X(21).

      *> Linhas do relatorio de conversao
       01 CV-LIN-TITULO.
          05 FILLER PIC X(44)
             VALUE "SOMACNV - CONVERSAO DE FEED DELIMITADO".
          05 FILLER PIC X(10) VALUE "EMISSAO: ".
          05 CV-TIT-DATA PIC X(08).
          05 FILLER PIC X(01) VALUE "-".
          05 CV-TIT-HORA PIC X(06).
          05 FILLER PIC X(46) VALUE SPACES.
          05 FILLER PIC X(08) VALUE "PAGINA: ".
          05 CV-TIT-PAGINA PIC Z(03)9.
          05 FILLER PIC X(05) VALUE SPACES.

       01 CV-LIN-PARAMETROS.
          05 FILLER PIC X(08) VALUE "ORIGEM: ".
          05 CV-PAR-SISTEMA-ORIGEM PIC X(08).
          05 FILLER PIC X(19) VALUE "  DATA DE NEGOCIO: ".
          05 CV-PAR-DATA-NEGOCIO PIC X(08).
          05 FILLER PIC X(15) VALUE "  DELIMITADOR: ".
          05 CV-PAR-DELIMITADOR PIC X(01).
          05 FILLER PIC X(11) VALUE "  DECIMAL: ".
          05 CV-PAR-DECIMAL PIC X(01).
          05 FILLER PIC X(10) VALUE "  CAMPOS: ".
          05 CV-PAR-QTDE-CAMPOS PIC Z9.
          05 FILLER PIC X(09) VALUE "  DATAS: ".
          05 CV-PAR-FORMATO-DATA PIC X(10).
          05 FILLER PIC X(30) VALUE SPACES.

       01 CV-LIN-CAB-REJEITADA.
          05 FILLER PIC X(10) VALUE "LINHA".
          05 FILLER PIC X(22) VALUE "MOTIVO".
          05 FILLER PIC X(100) VALUE "TEXTO ORIGINAL".

       01 CV-LIN-REJEITADA.
          05 CV-REJ-NUM-LINHA PIC Z(07)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CV-REJ-MOTIVO PIC X(20).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CV-REJ-TEXTO PIC X(100).

       01 CV-LIN-TOTAL.
          05 FILLER PIC X(04) VALUE SPACES.
          05 CV-TOT-ROTULO PIC X(40).
          05 CV-TOT-QTDE PIC Z(07)9.
          05 FILLER PIC X(80) VALUE SPACES.

       01 CV-LIN-HASH.
          05 FILLER PIC X(04) VALUE SPACES.
          05 CV-HSH-ROTULO PIC X(35).
          05 CV-HSH-VALOR PIC Z(12)9.99.
          05 FILLER PIC X(76) VALUE SPACES.

       01 CV-LIN-SECAO.
          05 CV-SEC-TEXTO PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 CV-LIN-MENSAGEM.
          05 FILLER PIC X(04) VALUE SPACES.
          05 CV-MSG-TEXTO PIC X(70).
          05 FILLER PIC X(58) VALUE SPACES.

       01 CV-LIN-BRANCO PIC X(132) VALUE SPACES.

       01 CV-LIN-RODAPE.
          05 FILLER PIC X(40)
             VALUE "*** FIM DO RELATORIO ***".
          05 FILLER PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT CV-HOUVE-ERRO AND NOT CV-HOUVE-ERRO-LAYOUT
                   AND NOT CV-HOUVE-FALHA-IO
               PERFORM 3000-CONVERTE-FEED THRU 3000-EXIT
               IF NOT CV-HOUVE-FALHA-IO
                   PERFORM 5000-FECHA-LOTE THRU 5000-EXIT
                   PERFORM 5500-IMPRIME-CONTROLE THRU 5500-EXIT
                   PERFORM 6500-EXIBE-RESUMO THRU 6500-EXIT
               END-IF
               PERFORM 9000-FECHA-ARQUIVOS THRU 9000-EXIT
           END-IF.

           PERFORM 8000-DEFINE-RETURN-CODE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1000-INITIALIZE - trata ORIGEM= e DATA= (obrigatorios),
      *> carrega e confere a definicao do feed no SOMALAY, abre o
      *> feed SOMADLM, o SOMAIN com o header do lote, o SOMACRJ e
      *> o relatorio, com o cabecalho da primeira pagina.
      *> ---------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CV-DATA-HORA-EXEC.
           ACCEPT CV-ARGUMENTO FROM COMMAND-LINE.

           UNSTRING CV-ARGUMENTO DELIMITED BY SPACE
               INTO CV-PARAMETRO1
                    CV-PARAMETRO2
           END-UNSTRING.

           MOVE CV-PARAMETRO1 TO CV-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.
           MOVE CV-PARAMETRO2 TO CV-TOKEN-ATUAL.
           PERFORM 1100-TRATA-UM-PARAMETRO THRU 1100-EXIT.

           IF NOT CV-HOUVE-ERRO AND CV-SISTEMA-ORIGEM = SPACES
               DISPLAY "ERRO: PARAMETRO ORIGEM=xxxxxxxx OBRIGATORIO"
               SET CV-HOUVE-ERRO TO TRUE
           END-IF.
           IF NOT CV-HOUVE-ERRO AND CV-DATA-NEGOCIO = SPACES
               DISPLAY "ERRO: PARAMETRO DATA=AAAAMMDD OBRIGATORIO"
               SET CV-HOUVE-ERRO TO TRUE
           END-IF.

           IF NOT CV-HOUVE-ERRO
               PERFORM 1200-CARREGA-LAYOUT THRU 1200-EXIT
           END-IF.

           IF NOT CV-HOUVE-ERRO AND NOT CV-HOUVE-ERRO-LAYOUT
                   AND NOT CV-HOUVE-FALHA-IO
               OPEN INPUT SOMADLM-FILE
               IF CV-FS-SOMADLM NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMADLM - "
                       "FILE STATUS=" CV-FS-SOMADLM
                   SET CV-HOUVE-FALHA-IO TO TRUE
               END-IF
           END-IF.

           IF NOT CV-HOUVE-ERRO AND NOT CV-HOUVE-ERRO-LAYOUT
                   AND NOT CV-HOUVE-FALHA-IO
               OPEN OUTPUT SOMAIN-FILE
               IF CV-FS-SOMAIN NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMAIN - "
                       "FILE STATUS=" CV-FS-SOMAIN
                   SET CV-HOUVE-FALHA-IO TO TRUE
               ELSE
                   MOVE SPACES TO SOMAIN-RECORD
                   SET SM-IN-REG-HEADER TO TRUE
                   MOVE CV-DATA-NEGOCIO TO SM-IN-HDR-DATA-NEGOCIO
                   MOVE CV-SISTEMA-ORIGEM TO SM-IN-HDR-SISTEMA-ORIGEM
                   PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT
               END-IF

               OPEN OUTPUT SOMACRJ-FILE
               IF CV-FS-SOMACRJ NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACRJ - "
                       "FILE STATUS=" CV-FS-SOMACRJ
                   SET CV-HOUVE-FALHA-IO TO TRUE
               END-IF

               OPEN OUTPUT SOMACVL-FILE
               IF CV-FS-SOMACVL NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMACVL - "
                       "FILE STATUS=" CV-FS-SOMACVL
                   SET CV-HOUVE-FALHA-IO TO TRUE
               ELSE
                   PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1100-TRATA-UM-PARAMETRO - interpreta um token da linha de
      *> comando: ORIGEM=xxxxxxxx (ate 8 posicoes) ou DATA=AAAAMMDD
      *> (data valida). Token em branco e ignorado; qualquer outro
      *> conteudo e rejeitado.
      *> ---------------------------------------------------------
       1100-TRATA-UM-PARAMETRO.
           EVALUATE TRUE
               WHEN CV-TOKEN-ATUAL = SPACES
                   CONTINUE
               WHEN CV-TOKEN-ATUAL (1:7) = "ORIGEM="
                   IF CV-TOKEN-ATUAL (8:8) NOT = SPACES
                           AND CV-TOKEN-ATUAL (16:5) = SPACES
                       MOVE CV-TOKEN-ATUAL (8:8) TO CV-SISTEMA-ORIGEM
                   ELSE
                       DISPLAY "ERRO: VALOR DE ORIGEM= INVALIDO - "
                           CV-TOKEN-ATUAL
                       SET CV-HOUVE-ERRO TO TRUE
                   END-IF
               WHEN CV-TOKEN-ATUAL (1:5) = "DATA="
                   IF CV-TOKEN-ATUAL (6:8) NUMERIC
                           AND CV-TOKEN-ATUAL (14:7) = SPACES
                       MOVE CV-TOKEN-ATUAL (6:8) TO CV-DATA-NEGOCIO
                   END-IF
                   IF CV-DATA-NEGOCIO = SPACES
                       DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                           CV-TOKEN-ATUAL
                       SET CV-HOUVE-ERRO TO TRUE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (CV-DATA-NEGOCIO-N) NOT = 0
                           DISPLAY "ERRO: VALOR DE DATA= INVALIDO - "
                               CV-TOKEN-ATUAL
                           SET CV-HOUVE-ERRO TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: PARAMETRO DESCONHECIDO - "
                       CV-TOKEN-ATUAL
                   SET CV-HOUVE-ERRO TO TRUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1200-CARREGA-LAYOUT - procura no SOMALAY a definicao do
      *> sistema de origem e a confere. Sem o arquivo, sem a
      *> definicao ou com definicao invalida o feed nao e
      *> convertido.
      *> ---------------------------------------------------------
       1200-CARREGA-LAYOUT.
           OPEN INPUT SOMALAY-FILE.
           EVALUATE CV-FS-SOMALAY
               WHEN "00"
                   PERFORM 1210-LE-UM-LAYOUT THRU 1210-EXIT
                       UNTIL CV-FIM-SOMALAY OR CV-LAYOUT-ACHADO
                   CLOSE SOMALAY-FILE
                   IF CV-LAYOUT-ACHADO
                       PERFORM 1250-CONFERE-LAYOUT THRU 1250-EXIT
                   ELSE
                       DISPLAY "ERRO: SISTEMA DE ORIGEM "
                           CV-SISTEMA-ORIGEM " SEM DEFINICAO NO "
                           "SOMALAY"
                       SET CV-HOUVE-ERRO-LAYOUT TO TRUE
                   END-IF
               WHEN "35"
                   DISPLAY "ERRO: ARQUIVO SOMALAY NAO ENCONTRADO"
                   SET CV-HOUVE-ERRO-LAYOUT TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SOMALAY - "
                       "FILE STATUS=" CV-FS-SOMALAY
                   SET CV-HOUVE-FALHA-IO TO TRUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1210-LE-UM-LAYOUT - le uma definicao do SOMALAY e a guarda
      *> se e a do sistema de origem pedido.
      *> ---------------------------------------------------------
       1210-LE-UM-LAYOUT.
           READ SOMALAY-FILE
               AT END
                   SET CV-FIM-SOMALAY TO TRUE
               NOT AT END
                   IF SM-LAY-SISTEMA-ORIGEM = CV-SISTEMA-ORIGEM
                       MOVE SOMALAY-RECORD TO CV-LAYOUT
                       SET CV-LAYOUT-ACHADO TO TRUE
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 1250-CONFERE-LAYOUT - confere a definicao do feed:
      *> delimitador informado, separador decimal "," ou ".",
      *> formato de data conhecido (quando o feed traz data),
      *> operacao padrao valida, quantidade de campos de 1 a 20 e
      *> posicoes dentro dela, com o valor 1 obrigatorio.
      *> ---------------------------------------------------------
       1250-CONFERE-LAYOUT.
           MOVE SPACES TO CV-MOTIVO-LAYOUT.
           EVALUATE TRUE
               WHEN CV-LAY-DELIMITADOR = SPACE
                   MOVE "DELIMITADOR EM BRANCO" TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-SEPARADOR-DECIMAL NOT = ","
                       AND CV-LAY-SEPARADOR-DECIMAL NOT = "."
                   MOVE "SEPARADOR DECIMAL INVALIDO"
                       TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-OPERACAO-PADRAO NOT = SPACES
                       AND CV-LAY-OPERACAO-PADRAO NOT = "ADD"
                       AND CV-LAY-OPERACAO-PADRAO NOT = "SUB"
                       AND CV-LAY-OPERACAO-PADRAO NOT = "MUL"
                       AND CV-LAY-OPERACAO-PADRAO NOT = "AVG"
                   MOVE "OPERACAO PADRAO INVALIDA" TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-QTDE-CAMPOS NOT NUMERIC
                       OR CV-LAY-QTDE-CAMPOS = 0
                       OR CV-LAY-QTDE-CAMPOS > CV-MAX-CAMPOS
                   MOVE "QUANTIDADE DE CAMPOS INVALIDA"
                       TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-POSICOES NOT NUMERIC
                   MOVE "POSICAO DE CAMPO INVALIDA" TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-POS-NUMERO-1 = 0
                   MOVE "POSICAO DO VALOR 1 AUSENTE" TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-POS-ID > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-NUMERO-1 > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-NUMERO-2 > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-OPERACAO > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-CATEGORIA > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-MOEDA > CV-LAY-QTDE-CAMPOS
                       OR CV-LAY-POS-DATA > CV-LAY-QTDE-CAMPOS
                   MOVE "POSICAO ALEM DOS CAMPOS" TO CV-MOTIVO-LAYOUT
               WHEN CV-LAY-POS-DATA > 0
                       AND NOT CV-LAY-DATA-DD-MM-AAAA
                       AND NOT CV-LAY-DATA-AAAA-MM-DD
                       AND NOT CV-LAY-DATA-AAAAMMDD
                   MOVE "FORMATO DE DATA INVALIDO" TO CV-MOTIVO-LAYOUT
           END-EVALUATE.

           IF CV-MOTIVO-LAYOUT NOT = SPACES
               DISPLAY "ERRO: DEFINICAO DO SOMALAY INVALIDA PARA "
                   CV-SISTEMA-ORIGEM " - " CV-MOTIVO-LAYOUT
               SET CV-HOUVE-ERRO-LAYOUT TO TRUE
           ELSE
               IF CV-LAY-SEPARADOR-DECIMAL = ","
                   MOVE "." TO CV-SEPARADOR-MILHAR
               ELSE
                   MOVE "," TO CV-SEPARADOR-MILHAR
               END-IF
           END-IF.
       1250-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3000-CONVERTE-FEED - le o feed inteiro, convertendo ou
      *> rejeitando cada linha; as rejeitadas sao listadas na
      *> primeira secao do relatorio.
      *> ---------------------------------------------------------
       3000-CONVERTE-FEED.
           MOVE "LINHAS REJEITADAS NA CONVERSAO" TO CV-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.
           MOVE CV-LIN-CAB-REJEITADA TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           PERFORM 3100-LE-SOMADLM THRU 3100-EXIT.
           PERFORM 3200-CONVERTE-UMA-LINHA THRU 3200-EXIT
               UNTIL CV-FIM-SOMADLM OR CV-HOUVE-FALHA-IO.

           IF CV-QTDE-REJEITADAS = 0
               MOVE "NENHUMA LINHA REJEITADA" TO CV-MSG-TEXTO
               MOVE CV-LIN-MENSAGEM TO SOMACVL-RECORD
               PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3100-LE-SOMADLM - le a proxima linha do feed.
      *> ---------------------------------------------------------
       3100-LE-SOMADLM.
           READ SOMADLM-FILE
               AT END
                   SET CV-FIM-SOMADLM TO TRUE
           END-READ.
           IF NOT CV-FIM-SOMADLM AND CV-FS-SOMADLM NOT = "00"
               DISPLAY "ERRO: FALHA AO LER SOMADLM - "
                   "FILE STATUS=" CV-FS-SOMADLM
               SET CV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3200-CONVERTE-UMA-LINHA - separa os campos da linha
      *> corrente, confere a quantidade e monta o detalhe; grava-o
      *> no SOMAIN ou rejeita a linha no SOMACRJ com o motivo. Le
      *> a proxima.
      *> ---------------------------------------------------------
       3200-CONVERTE-UMA-LINHA.
           ADD 1 TO CV-QTDE-LIDAS.
           MOVE SPACES TO CV-MOTIVO-LINHA.
           MOVE SOMADLM-RECORD TO CV-LINHA.
           INSPECT CV-LINHA REPLACING ALL X"0D" BY SPACE.

           IF CV-LINHA = SPACES
               MOVE "LINHA EM BRANCO" TO CV-MOTIVO-LINHA
           ELSE
               PERFORM 3300-SEPARA-CAMPOS THRU 3300-EXIT
               EVALUATE TRUE
                   WHEN CV-ENTRE-ASPAS
                       MOVE "ASPAS NAO FECHADAS" TO CV-MOTIVO-LINHA
                   WHEN CV-QTDE-CAMPOS NOT = CV-LAY-QTDE-CAMPOS
                       MOVE "QTDE CAMPOS INVALIDA" TO CV-MOTIVO-LINHA
                   WHEN CV-CAMPO-LONGO
                       MOVE "CAMPO MUITO LONGO" TO CV-MOTIVO-LINHA
                   WHEN OTHER
                       PERFORM 3400-MONTA-DETALHE THRU 3400-EXIT
               END-EVALUATE
           END-IF.

           IF CV-MOTIVO-LINHA = SPACES
               PERFORM 3700-GRAVA-DETALHE THRU 3700-EXIT
           ELSE
               PERFORM 3800-REJEITA-LINHA THRU 3800-EXIT
           END-IF.

           PERFORM 3100-LE-SOMADLM THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3300-SEPARA-CAMPOS - separa a linha corrente nos campos
      *> pelo delimitador do layout, percorrendo-a caractere a
      *> caractere: aspas duplas abrem e fecham um trecho em que o
      *> delimitador e texto comum, e os espacos nas pontas de cada
      *> campo sao descartados. Conta todos os campos, mesmo alem
      *> dos 20 guardados.
      *> ---------------------------------------------------------
       3300-SEPARA-CAMPOS.
           MOVE SPACES TO CV-TABELA-CAMPOS.
           PERFORM 3305-ZERA-UM-TAMANHO THRU 3305-EXIT
               VARYING CV-POS FROM 1 BY 1
               UNTIL CV-POS > CV-MAX-CAMPOS.
           MOVE 1 TO CV-QTDE-CAMPOS.
           MOVE 0 TO CV-TAM-ATUAL.
           MOVE "N" TO CV-SW-ENTRE-ASPAS.
           MOVE "N" TO CV-SW-CAMPO-LONGO.
           COMPUTE CV-TAM-LINHA =
               FUNCTION LENGTH (FUNCTION TRIM (CV-LINHA TRAILING)).

           PERFORM 3310-TRATA-UM-CARACTER THRU 3310-EXIT
               VARYING CV-POS FROM 1 BY 1
               UNTIL CV-POS > CV-TAM-LINHA.
       3300-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3305-ZERA-UM-TAMANHO - zera o tamanho de um campo da
      *> tabela.
      *> ---------------------------------------------------------
       3305-ZERA-UM-TAMANHO.
           MOVE 0 TO CV-CAMPO-TAM (CV-POS).
       3305-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3310-TRATA-UM-CARACTER - trata um caractere da linha:
      *> aspas, delimitador fora das aspas (passa ao campo
      *> seguinte) ou conteudo do campo corrente.
      *> ---------------------------------------------------------
       3310-TRATA-UM-CARACTER.
           MOVE CV-LINHA (CV-POS:1) TO CV-CARACTER.
           EVALUATE TRUE
               WHEN CV-CARACTER = QUOTE
                   IF CV-ENTRE-ASPAS
                       MOVE "N" TO CV-SW-ENTRE-ASPAS
                   ELSE
                       SET CV-ENTRE-ASPAS TO TRUE
                   END-IF
               WHEN CV-CARACTER = CV-LAY-DELIMITADOR
                       AND NOT CV-ENTRE-ASPAS
                   ADD 1 TO CV-QTDE-CAMPOS
                   MOVE 0 TO CV-TAM-ATUAL
               WHEN CV-CARACTER = SPACE AND CV-TAM-ATUAL = 0
                       AND NOT CV-ENTRE-ASPAS
                   CONTINUE
               WHEN CV-QTDE-CAMPOS > CV-MAX-CAMPOS
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CV-TAM-ATUAL
                   IF CV-TAM-ATUAL > CV-MAX-TAM-CAMPO
                       SET CV-CAMPO-LONGO TO TRUE
                   ELSE
                       MOVE CV-CARACTER TO CV-CAMPO-TEXTO
                           (CV-QTDE-CAMPOS) (CV-TAM-ATUAL:1)
                       IF CV-CARACTER NOT = SPACE
                           MOVE CV-TAM-ATUAL
                               TO CV-CAMPO-TAM (CV-QTDE-CAMPOS)
                       END-IF
                   END-IF
           END-EVALUATE.
       3310-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3400-MONTA-DETALHE - converte os campos da linha nos do
      *> detalhe do SOMAIN: os dois valores (somados ao hash de
      *> entrada quando validos), a data (conferida com a do lote),
      *> a operacao e a moeda (ou os padroes do layout), o
      *> identificador e a categoria. O primeiro campo que nao
      *> converte da o motivo da rejeicao.
      *> ---------------------------------------------------------
       3400-MONTA-DETALHE.
           MOVE CV-LAY-POS-NUMERO-1 TO CV-POS-CAMPO.
           PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT.
           PERFORM 3500-CONVERTE-VALOR THRU 3500-EXIT.
           EVALUATE TRUE
               WHEN CV-VALOR-INVALIDO
                   MOVE "NUMERO1 INVALIDO" TO CV-MOTIVO-LINHA
               WHEN CV-VALOR-GRANDE
                   MOVE "NUMERO1 > S9(10)V99" TO CV-MOTIVO-LINHA
               WHEN OTHER
                   MOVE CV-VALOR-CONVERTIDO TO CV-NUMERO1
           END-EVALUATE.

           MOVE 0 TO CV-NUMERO2.
           IF CV-LAY-POS-NUMERO-2 > 0
               MOVE CV-LAY-POS-NUMERO-2 TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               PERFORM 3500-CONVERTE-VALOR THRU 3500-EXIT
               EVALUATE TRUE
                   WHEN CV-MOTIVO-LINHA NOT = SPACES
                       CONTINUE
                   WHEN CV-VALOR-INVALIDO
                       MOVE "NUMERO2 INVALIDO" TO CV-MOTIVO-LINHA
                   WHEN CV-VALOR-GRANDE
                       MOVE "NUMERO2 > S9(10)V99" TO CV-MOTIVO-LINHA
                   WHEN OTHER
                       MOVE CV-VALOR-CONVERTIDO TO CV-NUMERO2
               END-EVALUATE
           END-IF.

           IF CV-MOTIVO-LINHA = SPACES AND CV-LAY-POS-DATA > 0
               MOVE CV-LAY-POS-DATA TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               PERFORM 3600-CONVERTE-DATA THRU 3600-EXIT
           END-IF.

           MOVE CV-LAY-OPERACAO-PADRAO TO CV-OPERACAO.
           IF CV-MOTIVO-LINHA = SPACES AND CV-LAY-POS-OPERACAO > 0
               MOVE CV-LAY-POS-OPERACAO TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               IF CV-TAM-CAMPO > 3
                   MOVE "OPERACAO INVALIDA" TO CV-MOTIVO-LINHA
               ELSE
                   IF CV-TAM-CAMPO > 0
                       MOVE CV-TEXTO-CAMPO TO CV-OPERACAO
                   END-IF
               END-IF
           END-IF.
           INSPECT CV-OPERACAO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CV-MOTIVO-LINHA = SPACES
                   AND CV-OPERACAO NOT = SPACES
                   AND CV-OPERACAO NOT = "ADD"
                   AND CV-OPERACAO NOT = "SUB"
                   AND CV-OPERACAO NOT = "MUL"
                   AND CV-OPERACAO NOT = "AVG"
               MOVE "OPERACAO INVALIDA" TO CV-MOTIVO-LINHA
           END-IF.

           MOVE CV-LAY-MOEDA-PADRAO TO CV-MOEDA.
           IF CV-MOTIVO-LINHA = SPACES AND CV-LAY-POS-MOEDA > 0
               MOVE CV-LAY-POS-MOEDA TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               IF CV-TAM-CAMPO > 3
                   MOVE "MOEDA INVALIDA" TO CV-MOTIVO-LINHA
               ELSE
                   IF CV-TAM-CAMPO > 0
                       MOVE CV-TEXTO-CAMPO TO CV-MOEDA
                   END-IF
               END-IF
           END-IF.
           INSPECT CV-MOEDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO CV-ID-TRANSACAO.
           IF CV-MOTIVO-LINHA = SPACES AND CV-LAY-POS-ID > 0
               MOVE CV-LAY-POS-ID TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               IF CV-TAM-CAMPO > 12
                   MOVE "ID INVALIDO" TO CV-MOTIVO-LINHA
               ELSE
                   MOVE CV-TEXTO-CAMPO TO CV-ID-TRANSACAO
               END-IF
           END-IF.

           MOVE SPACES TO CV-CATEGORIA.
           IF CV-MOTIVO-LINHA = SPACES AND CV-LAY-POS-CATEGORIA > 0
               MOVE CV-LAY-POS-CATEGORIA TO CV-POS-CAMPO
               PERFORM 3450-OBTEM-CAMPO THRU 3450-EXIT
               IF CV-TAM-CAMPO > 8
                   MOVE "CATEGORIA INVALIDA" TO CV-MOTIVO-LINHA
               ELSE
                   MOVE CV-TEXTO-CAMPO TO CV-CATEGORIA
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3450-OBTEM-CAMPO - devolve o texto e o tamanho do campo
      *> da posicao CV-POS-CAMPO da linha.
      *> ---------------------------------------------------------
       3450-OBTEM-CAMPO.
           MOVE CV-CAMPO-TEXTO (CV-POS-CAMPO) TO CV-TEXTO-CAMPO.
           MOVE CV-CAMPO-TAM (CV-POS-CAMPO) TO CV-TAM-CAMPO.
       3450-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3500-CONVERTE-VALOR - converte o campo corrente em
      *> CV-VALOR-CONVERTIDO, percorrendo-o caractere a caractere
      *> com o separador decimal do layout. Um valor valido e somado
      *> (em modulo) ao hash de entrada.
      *> ---------------------------------------------------------
       3500-CONVERTE-VALOR.
           SET CV-VALOR-OK TO TRUE.
           MOVE "+" TO CV-SINAL-VALOR.
           MOVE 0 TO CV-PARTE-INTEIRA CV-PARTE-DECIMAL
               CV-QTDE-SIGNIFICATIVOS CV-QTDE-DECIMAIS
               CV-QTDE-DIGITOS-GRUPO CV-VALOR-CONVERTIDO.
           MOVE "N" TO CV-SW-DIGITO-LIDO.
           MOVE "N" TO CV-SW-DECIMAL-LIDO.
           MOVE "N" TO CV-SW-MILHAR-LIDO.

           PERFORM 3510-TRATA-UM-DIGITO THRU 3510-EXIT
               VARYING CV-POS FROM 1 BY 1
               UNTIL CV-POS > CV-TAM-CAMPO OR CV-VALOR-INVALIDO.

           IF NOT CV-DIGITO-LIDO
               SET CV-VALOR-INVALIDO TO TRUE
           END-IF.
           IF CV-MILHAR-LIDO AND NOT CV-DECIMAL-LIDO
                   AND CV-QTDE-DIGITOS-GRUPO NOT = 3
               SET CV-VALOR-INVALIDO TO TRUE
           END-IF.

           IF CV-VALOR-OK
               IF CV-QTDE-DECIMAIS = 1
                   MULTIPLY 10 BY CV-PARTE-DECIMAL
               END-IF
               COMPUTE CV-VALOR-CONVERTIDO =
                   CV-PARTE-INTEIRA + CV-PARTE-DECIMAL / 100
               IF CV-SINAL-VALOR = "-"
                   SUBTRACT CV-VALOR-CONVERTIDO FROM 0
                       GIVING CV-VALOR-CONVERTIDO
               END-IF
               MOVE CV-VALOR-CONVERTIDO TO CV-VALOR-ABSOLUTO
               ADD CV-VALOR-ABSOLUTO TO CV-HASH-ENTRADA
           END-IF.
       3500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3510-TRATA-UM-DIGITO - trata um caractere do valor: sinal
      *> (so na primeira posicao), digito, separador decimal (uma
      *> vez) ou de milhar (so na parte inteira, fechando um grupo
      *> de 3 digitos, ou de 1 a 3 no primeiro grupo). Mais de 10
      *> digitos inteiros significativos marcam o valor como grande
      *> demais, sem interromper a conferencia dos demais.
      *> ---------------------------------------------------------
       3510-TRATA-UM-DIGITO.
           MOVE CV-TEXTO-CAMPO (CV-POS:1) TO CV-CARACTER.
           EVALUATE TRUE
               WHEN CV-CARACTER NUMERIC
                   SET CV-DIGITO-LIDO TO TRUE
                   MOVE CV-CARACTER TO CV-DIGITO
                   IF CV-DECIMAL-LIDO
                       ADD 1 TO CV-QTDE-DECIMAIS
                       IF CV-QTDE-DECIMAIS > 2
                           SET CV-VALOR-INVALIDO TO TRUE
                       ELSE
                           COMPUTE CV-PARTE-DECIMAL =
                               CV-PARTE-DECIMAL * 10 + CV-DIGITO
                       END-IF
                   ELSE
                       ADD 1 TO CV-QTDE-DIGITOS-GRUPO
                       IF CV-QTDE-SIGNIFICATIVOS > 0 OR CV-DIGITO > 0
                           ADD 1 TO CV-QTDE-SIGNIFICATIVOS
                       END-IF
                       IF CV-QTDE-SIGNIFICATIVOS > 10
                           SET CV-VALOR-GRANDE TO TRUE
                       ELSE
                           COMPUTE CV-PARTE-INTEIRA =
                               CV-PARTE-INTEIRA * 10 + CV-DIGITO
                       END-IF
                   END-IF
               WHEN (CV-CARACTER = "+" OR CV-CARACTER = "-")
                       AND CV-POS = 1
                   MOVE CV-CARACTER TO CV-SINAL-VALOR
               WHEN CV-CARACTER = CV-LAY-SEPARADOR-DECIMAL
                   IF CV-DECIMAL-LIDO
                       OR (CV-MILHAR-LIDO
                           AND CV-QTDE-DIGITOS-GRUPO NOT = 3)
                       SET CV-VALOR-INVALIDO TO TRUE
                   ELSE
                       SET CV-DECIMAL-LIDO TO TRUE
                   END-IF
               WHEN CV-CARACTER = CV-SEPARADOR-MILHAR
                   IF CV-DECIMAL-LIDO
                           OR CV-QTDE-DIGITOS-GRUPO = 0
                           OR CV-QTDE-DIGITOS-GRUPO > 3
                           OR (CV-MILHAR-LIDO
                               AND CV-QTDE-DIGITOS-GRUPO NOT = 3)
                       SET CV-VALOR-INVALIDO TO TRUE
                   ELSE
                       SET CV-MILHAR-LIDO TO TRUE
                       MOVE 0 TO CV-QTDE-DIGITOS-GRUPO
                   END-IF
               WHEN OTHER
                   SET CV-VALOR-INVALIDO TO TRUE
           END-EVALUATE.
       3510-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3600-CONVERTE-DATA - converte o campo corrente de data do
      *> formato do layout para AAAAMMDD e a confere: data
      *> invalida ou diferente da data de negocio do lote rejeita a
      *> linha.
      *> ---------------------------------------------------------
       3600-CONVERTE-DATA.
           MOVE SPACES TO CV-DATA-LINHA.
           EVALUATE TRUE
               WHEN CV-LAY-DATA-DD-MM-AAAA
                   IF CV-TAM-CAMPO = 10
                           AND CV-TEXTO-CAMPO (3:1) = "/"
                           AND CV-TEXTO-CAMPO (6:1) = "/"
                       STRING CV-TEXTO-CAMPO (7:4) DELIMITED BY SIZE
                           CV-TEXTO-CAMPO (4:2) DELIMITED BY SIZE
                           CV-TEXTO-CAMPO (1:2) DELIMITED BY SIZE
                           INTO CV-DATA-LINHA
                       END-STRING
                   END-IF
               WHEN CV-LAY-DATA-AAAA-MM-DD
                   IF CV-TAM-CAMPO = 10
                           AND CV-TEXTO-CAMPO (5:1) = "-"
                           AND CV-TEXTO-CAMPO (8:1) = "-"
                       STRING CV-TEXTO-CAMPO (1:4) DELIMITED BY SIZE
                           CV-TEXTO-CAMPO (6:2) DELIMITED BY SIZE
                           CV-TEXTO-CAMPO (9:2) DELIMITED BY SIZE
                           INTO CV-DATA-LINHA
                       END-STRING
                   END-IF
               WHEN OTHER
                   IF CV-TAM-CAMPO = 8
                       MOVE CV-TEXTO-CAMPO (1:8) TO CV-DATA-LINHA
                   END-IF
           END-EVALUATE.

           IF CV-DATA-LINHA NOT NUMERIC
               MOVE "DATA INVALIDA" TO CV-MOTIVO-LINHA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (CV-DATA-LINHA-N)
                       NOT = 0
                   MOVE "DATA INVALIDA" TO CV-MOTIVO-LINHA
               ELSE
                   IF CV-DATA-LINHA NOT = CV-DATA-NEGOCIO
                       MOVE "DATA FORA DO LOTE" TO CV-MOTIVO-LINHA
                   END-IF
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3700-GRAVA-DETALHE - grava no SOMAIN o detalhe montado,
      *> com o par de valores sinalizado em formato fixo, e o soma
      *> ao hash convertido.
      *> ---------------------------------------------------------
       3700-GRAVA-DETALHE.
           MOVE SPACES TO SOMAIN-RECORD.
           SET SM-IN-REG-DETALHE TO TRUE.
           MOVE CV-NUMERO1 TO SM-IN-NUMERO-1.
           MOVE CV-NUMERO2 TO SM-IN-NUMERO-2.
           MOVE CV-ID-TRANSACAO TO SM-IN-ID-TRANSACAO.
           MOVE CV-OPERACAO TO SM-IN-OPERACAO.
           MOVE CV-CATEGORIA TO SM-IN-CATEGORIA.
           MOVE CV-MOEDA TO SM-IN-MOEDA.
           PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT.

           ADD 1 TO CV-QTDE-CONVERTIDAS.
           MOVE CV-NUMERO1 TO CV-VALOR-ABSOLUTO.
           ADD CV-VALOR-ABSOLUTO TO CV-HASH-CONVERTIDO.
           MOVE CV-NUMERO2 TO CV-VALOR-ABSOLUTO.
           ADD CV-VALOR-ABSOLUTO TO CV-HASH-CONVERTIDO.
       3700-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 3800-REJEITA-LINHA - grava a linha corrente no SOMACRJ
      *> com o numero, o motivo e o texto original, e a lista no
      *> relatorio.
      *> ---------------------------------------------------------
       3800-REJEITA-LINHA.
           ADD 1 TO CV-QTDE-REJEITADAS.
           MOVE SPACES TO SOMACRJ-RECORD.
           MOVE CV-QTDE-LIDAS TO SM-CRJ-NUM-LINHA.
           MOVE CV-MOTIVO-LINHA TO SM-CRJ-MOTIVO.
           MOVE SOMADLM-RECORD TO SM-CRJ-TEXTO.
           WRITE SOMACRJ-RECORD.
           IF CV-FS-SOMACRJ NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACRJ - "
                   "FILE STATUS=" CV-FS-SOMACRJ
               SET CV-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE CV-QTDE-LIDAS TO CV-REJ-NUM-LINHA.
           MOVE CV-MOTIVO-LINHA TO CV-REJ-MOTIVO.
           MOVE CV-LINHA TO CV-REJ-TEXTO.
           MOVE CV-LIN-REJEITADA TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       3800-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5000-FECHA-LOTE - grava o trailer do SOMAIN com a
      *> quantidade de detalhes convertidos.
      *> ---------------------------------------------------------
       5000-FECHA-LOTE.
           MOVE SPACES TO SOMAIN-RECORD.
           SET SM-IN-REG-TRAILER TO TRUE.
           MOVE CV-QTDE-CONVERTIDAS TO SM-IN-TRL-QTDE-REGISTROS.
           PERFORM 7500-GRAVA-SOMAIN THRU 7500-EXIT.
       5000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 5500-IMPRIME-CONTROLE - secao de controle: linhas lidas,
      *> convertidas e rejeitadas, e os hash totais dos valores
      *> validos lidos no feed e dos gravados no SOMAIN.
      *> ---------------------------------------------------------
       5500-IMPRIME-CONTROLE.
           MOVE "CONTROLE DA CONVERSAO" TO CV-SEC-TEXTO.
           PERFORM 7200-IMPRIME-SECAO THRU 7200-EXIT.

           MOVE "LINHAS LIDAS" TO CV-TOT-ROTULO.
           MOVE CV-QTDE-LIDAS TO CV-TOT-QTDE.
           MOVE CV-LIN-TOTAL TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "LINHAS CONVERTIDAS (DETALHES NO SOMAIN)"
               TO CV-TOT-ROTULO.
           MOVE CV-QTDE-CONVERTIDAS TO CV-TOT-QTDE.
           MOVE CV-LIN-TOTAL TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "LINHAS REJEITADAS (SOMACRJ)" TO CV-TOT-ROTULO.
           MOVE CV-QTDE-REJEITADAS TO CV-TOT-QTDE.
           MOVE CV-LIN-TOTAL TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           MOVE CV-LIN-BRANCO TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "HASH TOTAL DE ENTRADA" TO CV-HSH-ROTULO.
           MOVE CV-HASH-ENTRADA TO CV-HSH-VALOR.
           MOVE CV-LIN-HASH TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE "HASH TOTAL CONVERTIDO" TO CV-HSH-ROTULO.
           MOVE CV-HASH-CONVERTIDO TO CV-HSH-VALOR.
           MOVE CV-LIN-HASH TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 6500-EXIBE-RESUMO - fecha o relatorio com o rodape e exibe
      *> os totais de controle no log do job.
      *> ---------------------------------------------------------
       6500-EXIBE-RESUMO.
           MOVE CV-LIN-BRANCO TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CV-LIN-RODAPE TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.

           DISPLAY "ORIGEM=" CV-SISTEMA-ORIGEM
               " DATA-NEGOCIO=" CV-DATA-NEGOCIO.
           MOVE CV-QTDE-LIDAS TO CV-QTDE-ED.
           DISPLAY "LINHAS-LIDAS=" CV-QTDE-ED.
           MOVE CV-QTDE-CONVERTIDAS TO CV-QTDE-ED.
           DISPLAY "LINHAS-CONVERTIDAS=" CV-QTDE-ED.
           MOVE CV-QTDE-REJEITADAS TO CV-QTDE-ED.
           DISPLAY "LINHAS-REJEITADAS=" CV-QTDE-ED.
           MOVE CV-HASH-ENTRADA TO CV-HASH-ED.
           DISPLAY "HASH-ENTRADA=" CV-HASH-ED.
           MOVE CV-HASH-CONVERTIDO TO CV-HASH-ED.
           DISPLAY "HASH-CONVERTIDO=" CV-HASH-ED.
       6500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7000-GRAVA-LINHA - grava uma linha no relatorio, abrindo
      *> uma nova pagina (com cabecalho) quando a pagina atual
      *> atinge o limite de linhas.
      *> ---------------------------------------------------------
       7000-GRAVA-LINHA.
           IF CV-LINHAS-PAGINA >= CV-MAX-LINHAS-PAGINA
               PERFORM 7100-IMPRIME-CABECALHO THRU 7100-EXIT
           END-IF.
           WRITE SOMACVL-RECORD.
           IF CV-FS-SOMACVL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACVL - "
                   "FILE STATUS=" CV-FS-SOMACVL
               SET CV-HOUVE-FALHA-IO TO TRUE
           END-IF.
           ADD 1 TO CV-LINHAS-PAGINA.
       7000-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7100-IMPRIME-CABECALHO - abre uma nova pagina: imprime o
      *> titulo com data/hora de emissao e numero da pagina, a
      *> linha de parametros e uma linha em branco.
      *> ---------------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO CV-NUM-PAGINA.
           MOVE 0 TO CV-LINHAS-PAGINA.

           MOVE CV-DATA-HORA-EXEC (1:8) TO CV-TIT-DATA.
           MOVE CV-DATA-HORA-EXEC (9:6) TO CV-TIT-HORA.
           MOVE CV-NUM-PAGINA TO CV-TIT-PAGINA.
           MOVE CV-LIN-TITULO TO SOMACVL-RECORD.
           WRITE SOMACVL-RECORD.
           IF CV-FS-SOMACVL NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMACVL - "
                   "FILE STATUS=" CV-FS-SOMACVL
               SET CV-HOUVE-FALHA-IO TO TRUE
           END-IF.

           MOVE CV-SISTEMA-ORIGEM TO CV-PAR-SISTEMA-ORIGEM.
           MOVE CV-DATA-NEGOCIO TO CV-PAR-DATA-NEGOCIO.
           MOVE CV-LAY-DELIMITADOR TO CV-PAR-DELIMITADOR.
           MOVE CV-LAY-SEPARADOR-DECIMAL TO CV-PAR-DECIMAL.
           MOVE CV-LAY-QTDE-CAMPOS TO CV-PAR-QTDE-CAMPOS.
           IF CV-LAY-POS-DATA > 0
               MOVE CV-LAY-FORMATO-DATA TO CV-PAR-FORMATO-DATA
           ELSE
               MOVE "(SEM DATA)" TO CV-PAR-FORMATO-DATA
           END-IF.
           MOVE CV-LIN-PARAMETROS TO SOMACVL-RECORD.
           WRITE SOMACVL-RECORD.
           MOVE CV-LIN-BRANCO TO SOMACVL-RECORD.
           WRITE SOMACVL-RECORD.
           ADD 3 TO CV-LINHAS-PAGINA.
       7100-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7200-IMPRIME-SECAO - imprime o titulo de uma secao do
      *> relatorio (CV-SEC-TEXTO) entre linhas em branco.
      *> ---------------------------------------------------------
       7200-IMPRIME-SECAO.
           MOVE CV-LIN-BRANCO TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CV-LIN-SECAO TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
           MOVE CV-LIN-BRANCO TO SOMACVL-RECORD.
           PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 7500-GRAVA-SOMAIN - grava o registro corrente (header,
      *> detalhe ou trailer) no SOMAIN.
      *> ---------------------------------------------------------
       7500-GRAVA-SOMAIN.
           WRITE SOMAIN-RECORD.
           IF CV-FS-SOMAIN NOT = "00"
               DISPLAY "ERRO: FALHA AO GRAVAR SOMAIN - "
                   "FILE STATUS=" CV-FS-SOMAIN
               SET CV-HOUVE-FALHA-IO TO TRUE
           END-IF.
       7500-EXIT.
           EXIT.

      *> ---------------------------------------------------------
      *> 8000-DEFINE-RETURN-CODE - ponto unico de decisao do
      *> RETURN-CODE devolvido ao job step/shell:
      *>    0  todas as linhas do feed convertidas
      *>    4  parametro invalido ou ausente, ou ha linha rejeitada
      *>       na conversao - ver o SOMACRJ
      *>    8  falha de E/S irrecuperavel
      *>   16  feed nao convertido: SOMALAY ausente, sem a
      *>       definicao do sistema de origem ou com definicao
      *>       invalida
      *> ---------------------------------------------------------
       8000-DEFINE-RETURN-CODE.
           EVALUATE TRUE
               WHEN CV-HOUVE-ERRO-LAYOUT
                   MOVE 16 TO RETURN-CODE
               WHEN CV-HOUVE-FALHA-IO
                   MOVE 8 TO RETURN-CODE
               WHEN CV-HOUVE-ERRO OR CV-QTDE-REJEITADAS > 0
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
           CLOSE SOMADLM-FILE.
           CLOSE SOMAIN-FILE.
           CLOSE SOMACRJ-FILE.
           CLOSE SOMACVL-FILE.
       9000-EXIT.
           EXIT.
