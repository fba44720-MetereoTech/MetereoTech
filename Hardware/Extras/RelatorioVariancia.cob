      * relatorio varre um final_YYYYMMDD.csv por dia do periodo,
      * pois cada execucao de pedido 009 arquiva o dia em um arquivo
      * proprio e nenhum arquivo unico cobre mais de uma data.
      *
      * Os acumuladores ficam num arquivo de trabalho indexado
      * (relatorio_variancia_trabalho.dat, chave estacao +
      * horizonte), sem limite de estacoes; o relatorio sai na ordem
      * dessa chave.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT VarianciaTrabalho ASSIGN TO
               "relatorio_variancia_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RelatorioVarianciaFile ASSIGN TO
               "relatorio_variancia.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  FinalHistorico.
       01  FinalHistoricoRecord           PIC X(2048).

      *---------------------------------------------------------------
      * Acumuladores de desvio de uma estacao e horizonte de previsao
      * (24H, 48H, 72H), por familia de metrica na ordem do
      * dicionario (capacidade para as 10 do teto).
      *---------------------------------------------------------------
       FD  VarianciaTrabalho.
       01  VarianciaTrabalhoRecord.
           05  VRT-CHAVE.
               10  VRT-ESTACAO-ID           PIC X(10).
               10  VRT-HORIZONTE            PIC X(3).
           05  VRT-METRICA OCCURS 10 TIMES.
               10  VRT-QTD                  PIC 9(9).
               10  VRT-SOMA-DESVIO          PIC S9(9)V9(4).
               10  VRT-SOMA-ABS             PIC S9(9)V9(4).

       FD  RelatorioVarianciaFile.
       01  RelatorioVarianciaRecord       PIC X(300).

           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-ACUMULADOR-NOVO-FLAG      PIC X VALUE 'N'.
               88  WS-ACUMULADOR-NOVO       VALUE 'Y'.
           05  WS-MODO-INTERVALO-FLAG       PIC X VALUE 'N'.
               88  WS-MODO-INTERVALO        VALUE 'Y'.

       01  WS-NOMES-HORIZONTES.
           05  WS-NOME-HORIZONTE             PIC X(3) OCCURS 3 TIMES.

       01  WS-PARSE-PTR                      PIC 9(4) VALUE 0.
       01  WS-PARSE-C                        PIC 9(4) VALUE 0.
       01  WS-H-IDX                          PIC 9(4) VALUE 0.
       01  WS-I                              PIC 9(4) VALUE 0.
       01  WS-M                              PIC 9(4) VALUE 0.
       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-TRABALHO
           IF WS-MODO-INTERVALO
               PERFORM PROCESSAR-INTERVALO-DATAS
           ELSE
               CLOSE ParametrosAnalise
           END-IF.

       ABRIR-TRABALHO.
           OPEN OUTPUT VarianciaTrabalho
           CLOSE VarianciaTrabalho
           OPEN I-O VarianciaTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "relatorio_variancia_trabalho.dat (status "
                   WS-FS-TRABALHO "), relatorio nao gerado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-ENTRADA.
           OPEN INPUT FinalHistorico
           IF WS-FS-ENTRADA = "00"
           END-READ.

       ACUMULAR-METRICAS.
           PERFORM LOCALIZAR-HORIZONTE-IDX
           IF WS-H-IDX > 0
               PERFORM LER-ACUMULADOR
               PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MET-QTD
                   COMPUTE WS-ATUAL-IDX = (WS-M - 1) * 3 + 1
                       COMPUTE WS-DESVIO =
                           WS-NUM-PREVISTO - WS-NUM-ATUAL
                       COMPUTE WS-DESVIO-ABS = FUNCTION ABS(WS-DESVIO)
                       ADD 1 TO VRT-QTD(WS-M)
                       ADD WS-DESVIO TO VRT-SOMA-DESVIO(WS-M)
                       ADD WS-DESVIO-ABS TO VRT-SOMA-ABS(WS-M)
                   END-IF
               END-PERFORM
               PERFORM GRAVAR-ACUMULADOR
           END-IF.

      *---------------------------------------------------------------
      * Traz o acumulador da estacao e horizonte da linha; a primeira
      * linha da combinacao comeca um registro zerado.
      *---------------------------------------------------------------
       LER-ACUMULADOR.
           MOVE WSF-STATION-ID TO VRT-ESTACAO-ID
           MOVE WSF-HORIZONTE TO VRT-HORIZONTE
           MOVE 'N' TO WS-ACUMULADOR-NOVO-FLAG
           READ VarianciaTrabalho
               INVALID KEY
                   MOVE 'Y' TO WS-ACUMULADOR-NOVO-FLAG
                   MOVE WSF-STATION-ID TO VRT-ESTACAO-ID
                   MOVE WSF-HORIZONTE TO VRT-HORIZONTE
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 10
                       MOVE 0 TO VRT-QTD(WS-M)
                       MOVE 0 TO VRT-SOMA-DESVIO(WS-M)
                       MOVE 0 TO VRT-SOMA-ABS(WS-M)
                   END-PERFORM
           END-READ.

       GRAVAR-ACUMULADOR.
           IF WS-ACUMULADOR-NOVO
               WRITE VarianciaTrabalhoRecord
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE VarianciaTrabalhoRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar acumulador da estacao "
                   FUNCTION TRIM(VRT-ESTACAO-ID) " (status "
                   WS-FS-TRABALHO "), relatorio nao gerado."
               CLOSE VarianciaTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
                  "DesvioMedio;DesvioAbsolutoMedio" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioVarianciaRecord FROM WS-LINHA-SAIDA
           MOVE LOW-VALUES TO VRT-CHAVE
           START VarianciaTrabalho KEY >= VRT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ VarianciaTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > WS-MET-QTD
                           IF VRT-QTD(WS-M) > 0
                               COMPUTE WS-DESVIO-MEDIO =
                                   VRT-SOMA-DESVIO(WS-M) / VRT-QTD(WS-M)
                               COMPUTE WS-DESVIO-ABS-MEDIO =
                                   VRT-SOMA-ABS(WS-M) / VRT-QTD(WS-M)
                               PERFORM GRAVAR-LINHA-VARIANCIA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE VarianciaTrabalho
           CLOSE RelatorioVarianciaFile.

       GRAVAR-LINHA-VARIANCIA.
           MOVE VRT-QTD(WS-M) TO WS-EDIT-QTD
           MOVE WS-DESVIO-MEDIO TO WS-EDIT-DESVIO-MEDIO
           MOVE WS-DESVIO-ABS-MEDIO TO WS-EDIT-DESVIO-ABS-MEDIO
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(VRT-ESTACAO-ID)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(VRT-HORIZONTE)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MET-NOME(WS-M))
