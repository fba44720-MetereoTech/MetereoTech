      *   ArquivoPrevisoes;ArquivoVariancia;ArquivoSaida
      * Defaults: previsoes.csv, relatorio_variancia.csv,
      * previsoes_corrigidas.csv.
      *
      * O vies passa por um arquivo de trabalho indexado
      * (previsao_corrigida_trabalho.dat, chave estacao + horizonte),
      * sem limite de estacoes, e cada previsao busca o seu pela
      * chave.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VARIANCIA.

           SELECT CorrecaoTrabalho ASSIGN TO
               "previsao_corrigida_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT Previsoes ASSIGN TO DYNAMIC WS-NOME-PREVISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PREVISOES.
       FD  RelatorioVarianciaFile.
       01  RelatorioVarianciaRecord        PIC X(300).

      *---------------------------------------------------------------
      * Vies medio carregado do relatorio de variancia, na mesma
      * estrutura de chaves do proprio relatorio: estacao, horizonte
      * (24H/48H/72H) e familia de metrica do dicionario (capacidade
      * para as 10 do teto). Uma familia com CRT-QTD zero nao recebeu
      * amostra e deixa a previsao como esta.
      *---------------------------------------------------------------
       FD  CorrecaoTrabalho.
       01  CorrecaoTrabalhoRecord.
           05  CRT-CHAVE.
               10  CRT-ESTACAO-ID           PIC X(10).
               10  CRT-HORIZONTE            PIC X(3).
           05  CRT-METRICA OCCURS 10 TIMES.
               10  CRT-QTD                  PIC 9(9).
               10  CRT-DESVIO               PIC S9(9)V9(4).

       FD  Previsoes.
       01  PrevisoesRecord                 PIC X(1000).

           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-VARIANCIA              PIC XX.
           05  WS-FS-PREVISOES              PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-VARIANCIA                PIC X VALUE 'N'.
       01  WS-NOMES-HORIZONTES.
           05  WS-NOME-HORIZONTE            PIC X(3) OCCURS 3 TIMES.

      *---------------------------------------------------------------
      * Linha bruta do relatorio de variancia decomposta.
      *---------------------------------------------------------------
       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.
       01  WS-PREV-J                       PIC 9(4) VALUE 0.
       01  WS-VIES-ACHADO-FLAG              PIC X VALUE 'N'.
           88  WS-VIES-ACHADO               VALUE 'Y'.
       01  WS-H-IDX                         PIC 9(4) VALUE 0.
       01  WS-I                             PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-TRABALHO
           PERFORM CARREGAR-VARIANCIA
           PERFORM PROCESSAR-PREVISOES
           PERFORM FINALIZAR
               CLOSE ParametrosCorrecao
           END-IF.

       ABRIR-TRABALHO.
           OPEN OUTPUT CorrecaoTrabalho
           CLOSE CorrecaoTrabalho
           OPEN I-O CorrecaoTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "previsao_corrigida_trabalho.dat (status "
                   WS-FS-TRABALHO "), previsoes nao corrigidas."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Carrega o vies medio por estacao/horizonte/metrica. Sem o
      * relatorio de variancia, o programa copia as previsoes sem
           END-IF.

       GUARDAR-VIES.
           PERFORM LOCALIZAR-HORIZONTE-IDX
           MOVE 0 TO WS-M
           PERFORM VARYING WS-I FROM 1 BY 1
                   MOVE WS-MET-QTD TO WS-I
               END-IF
           END-PERFORM
           IF WS-H-IDX > 0 AND WS-M > 0
               PERFORM LER-VIES
               COMPUTE CRT-QTD(WS-M) = FUNCTION NUMVAL(WS-VAR-QTD-TXT)
               COMPUTE CRT-DESVIO(WS-M) =
                   FUNCTION NUMVAL(WS-VAR-DESVIO-TXT)
               IF WS-VIES-ACHADO
                   REWRITE CorrecaoTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   WRITE CorrecaoTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF WS-FS-TRABALHO NOT = "00"
                   DISPLAY "Falha ao gravar vies da estacao "
                       FUNCTION TRIM(WS-VAR-ESTACAO) " (status "
                       WS-FS-TRABALHO "), previsoes nao corrigidas."
                   CLOSE CorrecaoTrabalho
                   CLOSE RelatorioVarianciaFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Traz o vies da estacao e horizonte; a primeira linha da
      * combinacao comeca um registro zerado.
      *---------------------------------------------------------------
       LER-VIES.
           MOVE WS-VAR-ESTACAO TO CRT-ESTACAO-ID
           MOVE WS-VAR-HORIZONTE TO CRT-HORIZONTE
           MOVE 'Y' TO WS-VIES-ACHADO-FLAG
           READ CorrecaoTrabalho
               INVALID KEY
                   MOVE 'N' TO WS-VIES-ACHADO-FLAG
                   MOVE WS-VAR-ESTACAO TO CRT-ESTACAO-ID
                   MOVE WS-VAR-HORIZONTE TO CRT-HORIZONTE
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                       MOVE 0 TO CRT-QTD(WS-I)
                       MOVE 0 TO CRT-DESVIO(WS-I)
                   END-PERFORM
           END-READ.

       LOCALIZAR-HORIZONTE-IDX.
           MOVE 0 TO WS-H-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
           END-PERFORM
           MOVE WS-PRE-STATION-ID TO WS-VAR-ESTACAO
           MOVE WS-PRE-HORIZONTE TO WS-VAR-HORIZONTE
           PERFORM LER-VIES
           IF NOT WS-VIES-ACHADO
               WRITE PrevisoesCorrigidasRecord FROM PrevisoesRecord
           ELSE
               PERFORM MONTAR-LINHA-CORRIGIDA
               ADD 1 TO WS-PREVISOES-CORRIGIDAS
           END-IF.

      *---------------------------------------------------------------
      * Corrige coluna a coluna do dicionario: a j-esima coluna
      * prevista pertence a j-esima familia com previsao, e o vies
                   IF FUNCTION TEST-NUMVAL
                          (WS-PRE-METRICA-TAB(WS-PREV-J)) = 0
                      AND WS-PRE-METRICA-TAB(WS-PREV-J) NOT = SPACES
                      AND CRT-QTD(WS-M) > 0
                       COMPUTE WS-NUM-PREVISTO = FUNCTION NUMVAL
                           (WS-PRE-METRICA-TAB(WS-PREV-J))
      *                O valor sai com duas casas, como as demais
      *                nao truncado.
                       COMPUTE WS-NUM-CORRIGIDO ROUNDED =
                           WS-NUM-PREVISTO -
                           CRT-DESVIO(WS-M)
                       MOVE WS-NUM-CORRIGIDO TO WS-EDIT-VALOR
                       MOVE SPACES TO WS-CAMPO-CORRIGIDO(WS-PREV-J)
                       MOVE FUNCTION TRIM(WS-EDIT-VALOR) TO
           WRITE PrevisoesCorrigidasRecord FROM WS-LINHA-SAIDA.

       FINALIZAR.
           CLOSE CorrecaoTrabalho
           MOVE WS-PREVISOES-LIDAS TO WS-EDIT-9
           DISPLAY "Previsoes lidas: " WS-EDIT-9
           MOVE WS-PREVISOES-CORRIGIDAS TO WS-EDIT-9
