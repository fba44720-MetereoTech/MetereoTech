      * Campos em branco mantem os defaults: final.csv, base 10 C,
      * geada abaixo de 2 C, cadencia de 60 minutos (usada para
      * converter leituras em horas de geada).
      *
      * Os acumuladores passam por um arquivo de trabalho indexado
      * (resumo_diario_trabalho.dat, chave estacao + dia), sem limite
      * de estacoes-dia; o resumo sai na ordem dessa chave.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT ResumoTrabalho ASSIGN TO
               "resumo_diario_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ResumoDiarioFile ASSIGN TO "resumo_diario.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  EntradaCombinada.
       01  EntradaCombinadaRecord          PIC X(2048).

      *---------------------------------------------------------------
      * Acumuladores por estacao e dia. Para cada familia de metrica
      * guardam-se o menor minimo, o maior maximo e a soma das medias
      * das leituras do dia; a media diaria sai da soma na gravacao.
      *---------------------------------------------------------------
       FD  ResumoTrabalho.
       01  ResumoTrabalhoRecord.
           05  RST-CHAVE.
               10  RST-ESTACAO              PIC X(10).
               10  RST-DATA                 PIC X(8).
           05  RST-QTD-LEITURAS             PIC 9(9).
           05  RST-QTD-GEADA                PIC 9(9).
           05  RST-FAMILIA OCCURS 10 TIMES.
               10  RST-MINIMO               PIC S9(9)V9(4).
               10  RST-MAXIMO               PIC S9(9)V9(4).
               10  RST-SOMA-MEDIA           PIC S9(11)V9(4).

       FD  ResumoDiarioFile.
       01  ResumoDiarioRecord              PIC X(500).

           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-RESUMO-NOVO-FLAG          PIC X VALUE 'N'.
               88  WS-RESUMO-NOVO           VALUE 'Y'.

       01  WS-NOME-ENTRADA                  PIC X(100)
                                                 VALUE "final.csv".
       01  WS-LIMIAR-GEADA                  PIC S9(3)V9(2) VALUE 2.
       01  WS-INTERVALO-MINUTOS             PIC 9(4) VALUE 60.

       01  WS-CHAVE-ANTERIOR.
           05  WS-ANT-ESTACAO               PIC X(10).
           05  WS-ANT-TIMESTAMP             PIC X(14).

       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.
       01  WS-I                             PIC 9(4) VALUE 0.
       MAIN-LOGIC SECTION.
           PERFORM CARREGAR-DICIONARIO-METRICAS
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-TRABALHO
           PERFORM ABRIR-ENTRADA
           PERFORM PROCESSAR-LINHAS UNTIL EOF-ENTRADA-REACHED
           CLOSE EntradaCombinada
               CLOSE ParametrosResumo
           END-IF.

       ABRIR-TRABALHO.
           OPEN OUTPUT ResumoTrabalho
           CLOSE ResumoTrabalho
           OPEN I-O ResumoTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "resumo_diario_trabalho.dat (status "
                   WS-FS-TRABALHO "), resumo nao gerado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-ENTRADA.
           OPEN INPUT EntradaCombinada
           IF WS-FS-ENTRADA = "00"

       ACUMULAR-LEITURA.
           PERFORM LOCALIZAR-OU-CRIAR-RESUMO
           PERFORM ACUMULAR-METRICAS-LEITURA
           IF WS-RESUMO-NOVO
               WRITE ResumoTrabalhoRecord
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE ResumoTrabalhoRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar resumo da estacao "
                   FUNCTION TRIM(WSF-STATION-ID) " em "
                   WSF-TIMESTAMP(1:8) " (status " WS-FS-TRABALHO
                   "), resumo nao gerado."
               CLOSE EntradaCombinada
               CLOSE ResumoTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACUMULAR-METRICAS-LEITURA.
           ADD 1 TO RST-QTD-LEITURAS
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               COMPUTE WS-ATUAL-IDX = (WS-M - 1) * 3 + 1
                   MOVE FUNCTION NUMVAL
                       (WSF-METRICA-ATUAL(WS-ATUAL-IDX + 2))
                       TO WS-NUM-MAXIMA
                   IF WS-NUM-MINIMA < RST-MINIMO(WS-M)
                       MOVE WS-NUM-MINIMA TO RST-MINIMO(WS-M)
                   END-IF
                   IF WS-NUM-MAXIMA > RST-MAXIMO(WS-M)
                       MOVE WS-NUM-MAXIMA TO RST-MAXIMO(WS-M)
                   END-IF
                   ADD WS-NUM-MEDIA TO RST-SOMA-MEDIA(WS-M)
                   IF WS-M = 1 AND WS-NUM-MINIMA < WS-LIMIAR-GEADA
                       ADD 1 TO RST-QTD-GEADA
                   END-IF
               END-IF
           END-PERFORM.
      * substitua.
      *---------------------------------------------------------------
       LOCALIZAR-OU-CRIAR-RESUMO.
           MOVE WSF-STATION-ID TO RST-ESTACAO
           MOVE WSF-TIMESTAMP(1:8) TO RST-DATA
           MOVE 'N' TO WS-RESUMO-NOVO-FLAG
           READ ResumoTrabalho
               INVALID KEY
                   MOVE 'Y' TO WS-RESUMO-NOVO-FLAG
                   MOVE WSF-STATION-ID TO RST-ESTACAO
                   MOVE WSF-TIMESTAMP(1:8) TO RST-DATA
                   MOVE 0 TO RST-QTD-LEITURAS
                   MOVE 0 TO RST-QTD-GEADA
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 10
                       MOVE 999999999 TO RST-MINIMO(WS-M)
                       MOVE -999999999 TO RST-MAXIMO(WS-M)
                       MOVE 0 TO RST-SOMA-MEDIA(WS-M)
                   END-PERFORM
           END-READ.

      *---------------------------------------------------------------
      * Cabecalho montado do dicionario: por familia, as colunas
                  ";GrausDia;HorasGeada" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ResumoDiarioRecord FROM WS-LINHA-SAIDA
           MOVE LOW-VALUES TO RST-CHAVE
           START ResumoTrabalho KEY >= RST-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ ResumoTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END PERFORM GRAVAR-LINHA-RESUMO
               END-READ
           END-PERFORM
           CLOSE ResumoTrabalho
           CLOSE ResumoDiarioFile.

       GRAVAR-LINHA-RESUMO.
           MOVE RST-QTD-LEITURAS TO WS-EDIT-QTD
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(RST-ESTACAO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RST-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-QTD) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               MOVE RST-MINIMO(WS-M) TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
               MOVE RST-MAXIMO(WS-M) TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
               IF RST-QTD-LEITURAS > 0
                   COMPUTE WS-MEDIA-DIARIA ROUNDED =
                       RST-SOMA-MEDIA(WS-M) / RST-QTD-LEITURAS
               ELSE
                   MOVE 0 TO WS-MEDIA-DIARIA
               END-IF
      * horas pela cadencia configurada.
      *---------------------------------------------------------------
       CALCULAR-INDICADORES-AGRO.
           IF RST-QTD-LEITURAS > 0
               COMPUTE WS-GRAUS-DIA ROUNDED =
                   (RST-MINIMO(1) + RST-MAXIMO(1)) / 2
                   - WS-BASE-GRAUS-DIA
               IF WS-GRAUS-DIA < 0
                   MOVE 0 TO WS-GRAUS-DIA
               MOVE 0 TO WS-GRAUS-DIA
           END-IF
           COMPUTE WS-HORAS-GEADA ROUNDED =
               RST-QTD-GEADA * WS-INTERVALO-MINUTOS / 60.
