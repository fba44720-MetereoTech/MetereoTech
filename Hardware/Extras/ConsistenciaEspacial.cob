      * relatorio_consistencia_espacial.txt - e dai que se agenda a
      * recalibracao do sensor antes de acumular dado ruim.
      *
      * A configuracao de cada estacao e a que estava em vigor no dia
      * da leitura, pelo historico com vigencia do cadastro
      * (estacoes_historico.dat, ver CPESTVIG): uma estacao relocada
      * e comparada, nos dias do sitio antigo, com as coordenadas e a
      * altitude de la, e so entra na analise nos dias em que estava
      * ativa. A vizinhanca e ranqueada dia a dia pelas mesmas
      * coordenadas. Estacao sem historico usa o cadastro corrente.
      *
      * Como final.csv repete os valores observados por horizonte de
      * previsao, somente a primeira linha de cada par
      * EstacaoID+DataHora entra na conta (mesma regra do resumo
      * hPa), e um limiar unico que serve para a temperatura dispara
      * todo dia na luminosidade; a familia sem limiar proprio cai no
      * LimiarDesvio geral.
      *
      * As medias diarias passam por dois arquivos de trabalho
      * indexados com o mesmo conteudo, sem limite de estacoes nem de
      * dias: consistencia_trabalho.dat, na ordem estacao + dia, para
      * a analise de cada estacao, e consistencia_trabalho_data.dat,
      * na ordem dia + estacao, para reunir a vizinhanca de um dia.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL EstacoesHistorico ASSIGN TO
               "estacoes_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-HIS-CHAVE
               FILE STATUS IS WS-FS-HISTORICO-EST.

           SELECT OPTIONAL EntradaCombinada ASSIGN TO DYNAMIC
               WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT ObsEstacao ASSIGN TO "consistencia_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COE-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ObsData ASSIGN TO "consistencia_trabalho_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-CHAVE
               FILE STATUS IS WS-FS-TRABALHO-DATA.

           SELECT RelatorioConsist ASSIGN TO
               "relatorio_consistencia_espacial.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  EstacoesHistorico.
           COPY CPESTHIS.

       FD  EntradaCombinada.
       01  EntradaCombinadaRecord          PIC X(2048).

      *---------------------------------------------------------------
      * Medias diarias observadas por estacao e dia, acumuladas da
      * entrada; a media sai da soma na analise. Coordenadas e
      * altitude sao as da estacao em vigor no dia.
      *---------------------------------------------------------------
       FD  ObsEstacao.
       01  ObsEstacaoRecord.
           05  COE-CHAVE.
               10  COE-ESTACAO              PIC X(10).
               10  COE-DATA                 PIC X(8).
           05  COE-LAT                      PIC S9(3)V9(6).
           05  COE-LON                      PIC S9(3)V9(6).
           05  COE-ALT                      PIC 9(4).
           05  COE-FAMILIA OCCURS 10 TIMES.
               10  COE-SOMA                 PIC S9(11)V9(4).
               10  COE-QTD-LEIT             PIC 9(5).

      *---------------------------------------------------------------
      * Copia do anterior na ordem dia + estacao.
      *---------------------------------------------------------------
       FD  ObsData.
       01  ObsDataRecord.
           05  COD-CHAVE.
               10  COD-DATA                 PIC X(8).
               10  COD-ESTACAO              PIC X(10).
           05  COD-LAT                      PIC S9(3)V9(6).
           05  COD-LON                      PIC S9(3)V9(6).
           05  COD-ALT                      PIC 9(4).
           05  COD-FAMILIA OCCURS 10 TIMES.
               10  COD-SOMA                 PIC S9(11)V9(4).
               10  COD-QTD-LEIT             PIC 9(5).

       FD  RelatorioConsist.
       01  RelatorioConsistRecord          PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPCOMBO.
           COPY CPMETDIC.
           COPY CPESTVIG.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-HISTORICO-EST          PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-TRABALHO               PIC XX.
           05  WS-FS-TRABALHO-DATA          PIC XX.

       01  WS-FLAGS.
           05  EOF-MASTER                   PIC X VALUE 'N'.
               88  EOF-MASTER-REACHED       VALUE 'Y'.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  EOF-OBS                      PIC X VALUE 'N'.
               88  EOF-OBS-REACHED          VALUE 'Y'.
           05  EOF-OBS-DATA                 PIC X VALUE 'N'.
               88  EOF-OBS-DATA-REACHED     VALUE 'Y'.
           05  WS-ESTACAO-OPERANDO-FLAG     PIC X VALUE 'N'.
               88  WS-ESTACAO-OPERANDO      VALUE 'Y'.
           05  WS-ESTACAO-CADASTRADA-FLAG   PIC X VALUE 'N'.
               88  WS-ESTACAO-CADASTRADA    VALUE 'Y'.
           05  WS-OBS-NOVA-FLAG             PIC X VALUE 'N'.
               88  WS-OBS-NOVA              VALUE 'Y'.
           05  WS-VAGA-ACHADA-FLAG          PIC X VALUE 'N'.
               88  WS-VAGA-ACHADA           VALUE 'Y'.

       01  WS-NOME-ENTRADA                  PIC X(100)
                                                 VALUE "final.csv".
       01  WS-LIMIAR-VIGENTE                PIC 9(5)V9(2) VALUE 0.
       01  WS-FAM-IDX                       PIC 9(4) VALUE 0.

       01  WS-MST-QTD                       PIC 9(4) VALUE 0.
       01  WS-ESTACAO-ANALISADA             PIC X(10) VALUE SPACES.

       01  WS-CHAVE-ANTERIOR.
           05  WS-ANT-ESTACAO               PIC X(10).
       01  WS-K                             PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-V                             PIC 9(4) VALUE 0.
       01  WS-DIA-LAT                       PIC S9(3)V9(6) VALUE 0.
       01  WS-DIA-LON                       PIC S9(3)V9(6) VALUE 0.
       01  WS-DIA-ALT                       PIC 9(4) VALUE 0.
       01  WS-DIFERENCA-ALTITUDE            PIC S9(5) VALUE 0.
       01  WS-ATUAL-IDX                     PIC 9(4) VALUE 0.
       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Vizinhanca do dia analisado: as observacoes das outras
      * estacoes na mesma data (uma por estacao) sao candidatas, com
      * a distancia planar ao quadrado entre as coordenadas do dia -
      * para ranquear vizinhanca em escala regional a projecao
      * simples basta -, e as ate 10 mais proximas, mantidas em ordem
      * de distancia a medida que as candidatas chegam, formam a
      * lista de vizinhos do dia com as somas de cada familia.
      *---------------------------------------------------------------
       01  WS-ORDENACAO-VIZINHOS.
           05  WS-DIA-VIZ-QTD               PIC 9(2) VALUE 0.
           05  WS-VIZ OCCURS 10 TIMES.
               10  WS-VIZ-DISTANCIA         PIC 9(9)V9(6).
               10  WS-VIZ-ALT               PIC 9(4).
               10  WS-VIZ-FAMILIA OCCURS 10 TIMES.
                   15  WS-VIZ-SOMA          PIC S9(11)V9(4).
                   15  WS-VIZ-QTD-LEIT      PIC 9(5).
           05  WS-CAND-DISTANCIA            PIC 9(9)V9(6) VALUE 0.
           05  WS-DELTA-LAT                 PIC S9(4)V9(6) VALUE 0.
           05  WS-DELTA-LON                 PIC S9(4)V9(6) VALUE 0.

           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-MESTRE
           PERFORM ABRIR-TRABALHO
           PERFORM ABRIR-HISTORICO-ESTACOES
           PERFORM CARREGAR-OBSERVACOES
           PERFORM FECHAR-HISTORICO-ESTACOES
           CLOSE EstacoesMaster
           PERFORM ORDENAR-OBSERVACOES-POR-DATA
           OPEN OUTPUT RelatorioConsist
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM ANALISAR-OBSERVACOES
           PERFORM GRAVAR-RODAPE-RELATORIO
           CLOSE RelatorioConsist
           CLOSE ObsEstacao
           CLOSE ObsData
           DISPLAY "Consistencia espacial gerada: "
               "relatorio_consistencia_espacial.txt"
           STOP RUN.

           COPY CPMETDPR.

           COPY CPESTVPR.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosConsist
           IF WS-FS-PARAMETROS = "00"
           END-IF.

      *---------------------------------------------------------------
      * Confere o cadastro mestre, que fica aberto para a consulta
      * das leituras. Sem cadastro nao ha coordenadas e a analise nao
      * tem como rodar.
      *---------------------------------------------------------------
       CARREGAR-MESTRE.
           OPEN INPUT EstacoesMaster
           START EstacoesMaster KEY >= EST-MST-ID
               INVALID KEY MOVE 'Y' TO EOF-MASTER
           END-START
           PERFORM LER-ESTACAO-MESTRE
               UNTIL EOF-MASTER-REACHED OR WS-MST-QTD >= 2
           IF WS-MST-QTD < 2
               DISPLAY "Menos de duas estacoes no cadastro, "
                   "nao ha vizinhanca a comparar."
               CLOSE EstacoesMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LER-ESTACAO-MESTRE.
           READ EstacoesMaster NEXT
               AT END MOVE 'Y' TO EOF-MASTER
               NOT AT END ADD 1 TO WS-MST-QTD
           END-READ.

       ABRIR-TRABALHO.
           OPEN OUTPUT ObsEstacao
           CLOSE ObsEstacao
           OPEN I-O ObsEstacao
           OPEN OUTPUT ObsData
           CLOSE ObsData
           OPEN I-O ObsData
           IF WS-FS-TRABALHO NOT = "00" OR
              WS-FS-TRABALHO-DATA NOT = "00"
               DISPLAY "Nao foi possivel abrir os arquivos de "
                   "trabalho da consistencia (status " WS-FS-TRABALHO
                   "/" WS-FS-TRABALHO-DATA "), analise abortada."
               CLOSE EstacoesMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-OBSERVACOES.
           OPEN INPUT EntradaCombinada
               DISPLAY "Nao foi possivel abrir "
                   FUNCTION TRIM(WS-NOME-ENTRADA)
                   " (status " WS-FS-ENTRADA "), nada a analisar."
               CLOSE EstacoesMaster
               CLOSE ObsEstacao
               CLOSE ObsData
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * analise: sem coordenadas nao ha vizinhanca.
      *---------------------------------------------------------------
       ACUMULAR-LEITURA.
           MOVE 'N' TO WS-ESTACAO-CADASTRADA-FLAG
           MOVE WSF-STATION-ID TO EST-MST-ID
           READ EstacoesMaster
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ESTACAO-CADASTRADA-FLAG
           END-READ
           IF WS-ESTACAO-CADASTRADA
               PERFORM LOCALIZAR-OU-CRIAR-OBS
               IF NOT WS-OBS-NOVA OR WS-ESTACAO-OPERANDO
                   PERFORM ACUMULAR-FAMILIAS-OBS
                   PERFORM GRAVAR-OBS
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * O primeiro dia da estacao resolve a configuracao em vigor na
      * data; o registro so e criado se a estacao estava operando.
      *---------------------------------------------------------------
       LOCALIZAR-OU-CRIAR-OBS.
           MOVE WSF-STATION-ID TO COE-ESTACAO
           MOVE WSF-TIMESTAMP(1:8) TO COE-DATA
           MOVE 'N' TO WS-OBS-NOVA-FLAG
           READ ObsEstacao
               INVALID KEY MOVE 'Y' TO WS-OBS-NOVA-FLAG
           END-READ
           IF WS-OBS-NOVA
               PERFORM RESOLVER-ESTACAO-NA-DATA
               MOVE WSF-STATION-ID TO COE-ESTACAO
               MOVE WSF-TIMESTAMP(1:8) TO COE-DATA
               MOVE WS-DIA-LAT TO COE-LAT
               MOVE WS-DIA-LON TO COE-LON
               MOVE WS-DIA-ALT TO COE-ALT
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 10
                   MOVE 0 TO COE-SOMA(WS-M)
                   MOVE 0 TO COE-QTD-LEIT(WS-M)
               END-PERFORM
           END-IF.

       GRAVAR-OBS.
           IF WS-OBS-NOVA
               WRITE ObsEstacaoRecord
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE ObsEstacaoRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar o dia " COE-DATA " de "
                   FUNCTION TRIM(COE-ESTACAO) " (status "
                   WS-FS-TRABALHO "), analise abortada."
               CLOSE EntradaCombinada
               CLOSE EstacoesMaster
               CLOSE ObsEstacao
               CLOSE ObsData
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Configuracao da estacao lida do cadastro no dia da leitura: a
      * versao do historico em vigor na data, ou o cadastro corrente
      * para estacao sem historico. Dia em que a estacao nao estava
      * ativa (ou ainda nao existia) fica fora da analise.
      *---------------------------------------------------------------
       RESOLVER-ESTACAO-NA-DATA.
           MOVE 'N' TO WS-ESTACAO-OPERANDO-FLAG
           MOVE EST-MST-ID TO WS-VIG-ESTACAO-ID
           MOVE WSF-TIMESTAMP(1:8) TO WS-VIG-DATA
           PERFORM CONSULTAR-VIGENCIA-ESTACAO
           EVALUATE TRUE
               WHEN WS-VIG-ENCONTRADA
                   IF WS-VIG-ATIVA
                       MOVE 'Y' TO WS-ESTACAO-OPERANDO-FLAG
                   END-IF
                   MOVE WS-VIG-LATITUDE TO WS-DIA-LAT
                   MOVE WS-VIG-LONGITUDE TO WS-DIA-LON
                   MOVE WS-VIG-ALTITUDE TO WS-DIA-ALT
               WHEN WS-VIG-SEM-HISTORICO
                   IF EST-MST-ATIVA
                       MOVE 'Y' TO WS-ESTACAO-OPERANDO-FLAG
                   END-IF
                   MOVE EST-MST-LATITUDE TO WS-DIA-LAT
                   MOVE EST-MST-LONGITUDE TO WS-DIA-LON
                   MOVE EST-MST-ALTITUDE TO WS-DIA-ALT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACUMULAR-FAMILIAS-OBS.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
                   MOVE FUNCTION NUMVAL
                       (WSF-METRICA-ATUAL(WS-ATUAL-IDX))
                       TO WS-NUM-MEDIA
                   ADD WS-NUM-MEDIA TO COE-SOMA(WS-M)
                   ADD 1 TO COE-QTD-LEIT(WS-M)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Copia as medias diarias para a ordem dia + estacao.
      *---------------------------------------------------------------
       ORDENAR-OBSERVACOES-POR-DATA.
           MOVE LOW-VALUES TO COE-CHAVE
           START ObsEstacao KEY >= COE-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-OBS
           END-START
           PERFORM UNTIL EOF-OBS-REACHED
               READ ObsEstacao NEXT
                   AT END MOVE 'Y' TO EOF-OBS
                   NOT AT END PERFORM COPIAR-OBS-POR-DATA
               END-READ
           END-PERFORM.

       COPIAR-OBS-POR-DATA.
           MOVE COE-DATA TO COD-DATA
           MOVE COE-ESTACAO TO COD-ESTACAO
           MOVE COE-LAT TO COD-LAT
           MOVE COE-LON TO COD-LON
           MOVE COE-ALT TO COD-ALT
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 10
               MOVE COE-SOMA(WS-M) TO COD-SOMA(WS-M)
               MOVE COE-QTD-LEIT(WS-M) TO COD-QTD-LEIT(WS-M)
           END-PERFORM
           WRITE ObsDataRecord
               INVALID KEY
                   DISPLAY "Falha ao gravar o dia " COD-DATA " de "
                       FUNCTION TRIM(COD-ESTACAO) " (status "
                       WS-FS-TRABALHO-DATA "), analise abortada."
                   CLOSE ObsEstacao
                   CLOSE ObsData
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       GRAVAR-CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "RELATORIO DE CONSISTENCIA ESPACIAL ENTRE ESTACOES"
           WRITE RelatorioConsistRecord FROM WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Analisa os dias de cada estacao em ordem de data, com quebra
      * por estacao: por familia, o desvio da media diaria contra o
      * consenso dos vizinhos, e a sequencia de dias consecutivos
      * desviados que dispara o apontamento de recalibracao.
      *---------------------------------------------------------------
       ANALISAR-OBSERVACOES.
           MOVE 'N' TO EOF-OBS
           MOVE LOW-VALUES TO COE-CHAVE
           START ObsEstacao KEY >= COE-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-OBS
           END-START
           PERFORM UNTIL EOF-OBS-REACHED
               READ ObsEstacao NEXT
                   AT END MOVE 'Y' TO EOF-OBS
                   NOT AT END
                       IF COE-ESTACAO NOT = WS-ESTACAO-ANALISADA
                           MOVE COE-ESTACAO TO WS-ESTACAO-ANALISADA
                           PERFORM INICIAR-ESTACAO
                       END-IF
                       PERFORM ANALISAR-DIA-ESTACAO
               END-READ
           END-PERFORM.

       INICIAR-ESTACAO.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               MOVE 0 TO WS-SEQ-DIAS(WS-M)
               MOVE 0 TO WS-SEQ-DIA-ANTERIOR(WS-M)
               MOVE 'N' TO WS-SEQ-APONTADA(WS-M)
           END-PERFORM.

       ANALISAR-DIA-ESTACAO.
           MOVE COE-DATA TO WS-DATA-OBS-NUM
           COMPUTE WS-DIA-OBS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OBS-NUM)
           PERFORM ORDENAR-VIZINHOS-DIA
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               IF COE-QTD-LEIT(WS-M) > 0
                   COMPUTE WS-MEDIA-PROPRIA ROUNDED =
                       COE-SOMA(WS-M) / COE-QTD-LEIT(WS-M)
                   PERFORM CALCULAR-CONSENSO-VIZINHOS
                   IF WS-QTD-CONSENSO > 0
                       COMPUTE WS-CONSENSO ROUNDED =
           END-PERFORM.

      *---------------------------------------------------------------
      * Ordena os vizinhos do dia analisado: candidatas sao as
      * observacoes de outras estacoes na mesma data, a distancia e
      * medida entre as coordenadas em vigor no dia de cada uma.
      *---------------------------------------------------------------
       ORDENAR-VIZINHOS-DIA.
           MOVE 0 TO WS-DIA-VIZ-QTD
           MOVE 'N' TO EOF-OBS-DATA
           MOVE COE-DATA TO COD-DATA
           MOVE LOW-VALUES TO COD-ESTACAO
           START ObsData KEY >= COD-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-OBS-DATA
           END-START
           PERFORM UNTIL EOF-OBS-DATA-REACHED
               READ ObsData NEXT
                   AT END MOVE 'Y' TO EOF-OBS-DATA
                   NOT AT END
                       IF COD-DATA NOT = COE-DATA
                           MOVE 'Y' TO EOF-OBS-DATA
                       ELSE
                           IF COD-ESTACAO NOT = COE-ESTACAO
                               PERFORM CLASSIFICAR-VIZINHO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
      * Encaixa a candidata na lista dos 10 mais proximos: lista
      * cheia so aceita quem estiver mais perto que o ultimo, e os
      * mais distantes descem uma posicao para abrir a vaga (em
      * empate fica na frente quem chegou antes).
      *---------------------------------------------------------------
       CLASSIFICAR-VIZINHO.
           COMPUTE WS-DELTA-LAT = COE-LAT - COD-LAT
           COMPUTE WS-DELTA-LON = COE-LON - COD-LON
           COMPUTE WS-CAND-DISTANCIA =
               WS-DELTA-LAT * WS-DELTA-LAT +
               WS-DELTA-LON * WS-DELTA-LON
           MOVE 0 TO WS-K
           IF WS-DIA-VIZ-QTD < 10
               ADD 1 TO WS-DIA-VIZ-QTD
               MOVE WS-DIA-VIZ-QTD TO WS-K
           ELSE
               IF WS-CAND-DISTANCIA < WS-VIZ-DISTANCIA(10)
                   MOVE 10 TO WS-K
               END-IF
           END-IF
           IF WS-K > 0
               MOVE 'N' TO WS-VAGA-ACHADA-FLAG
               PERFORM UNTIL WS-VAGA-ACHADA
                   IF WS-K = 1
                       MOVE 'Y' TO WS-VAGA-ACHADA-FLAG
                   ELSE
                       COMPUTE WS-J = WS-K - 1
                       IF WS-VIZ-DISTANCIA(WS-J) > WS-CAND-DISTANCIA
                           MOVE WS-VIZ(WS-J) TO WS-VIZ(WS-K)
                           MOVE WS-J TO WS-K
                       ELSE
                           MOVE 'Y' TO WS-VAGA-ACHADA-FLAG
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-CAND-DISTANCIA TO WS-VIZ-DISTANCIA(WS-K)
               MOVE COD-ALT TO WS-VIZ-ALT(WS-K)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                   MOVE COD-SOMA(WS-J) TO WS-VIZ-SOMA(WS-K, WS-J)
                   MOVE COD-QTD-LEIT(WS-J) TO
                       WS-VIZ-QTD-LEIT(WS-K, WS-J)
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Consenso do dia: entre os vizinhos do dia, ja ordenados, os
      * primeiros QtdVizinhos com dado na familia. So a
      * temperatura (familia 1) recebe o ajuste de altitude - o
      * vizinho mais baixo e naturalmente mais quente, e sem o ajuste
      * toda estacao de serra pareceria desviada: o valor do vizinho
      * e trazido para a altitude da estacao analisada pelo gradiente
      * de 0.0065 C/m, com as altitudes em vigor no dia.
      *---------------------------------------------------------------
       CALCULAR-CONSENSO-VIZINHOS.
           MOVE 0 TO WS-SOMA-CONSENSO WS-QTD-CONSENSO
           PERFORM VARYING WS-V FROM 1 BY 1
               UNTIL WS-V > WS-DIA-VIZ-QTD OR
                     WS-QTD-CONSENSO >= WS-QTD-VIZINHOS
               IF WS-VIZ-QTD-LEIT(WS-V, WS-M) > 0
                   COMPUTE WS-VALOR-VIZINHO ROUNDED =
                       WS-VIZ-SOMA(WS-V, WS-M) /
                       WS-VIZ-QTD-LEIT(WS-V, WS-M)
                   IF WS-M = 1
                       COMPUTE WS-DIFERENCA-ALTITUDE =
                           WS-VIZ-ALT(WS-V) - COE-ALT
                       COMPUTE WS-VALOR-VIZINHO =
                           WS-VALOR-VIZINHO +
                           WS-DIFERENCA-ALTITUDE * 0.0065
                   END-IF
                   ADD WS-VALOR-VIZINHO TO WS-SOMA-CONSENSO
                   ADD 1 TO WS-QTD-CONSENSO
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Dia desviado: a sequencia so continua se o dia for o seguinte
      * ao anterior desviado (um dia dentro do limiar, ou sem dado,
           MOVE WS-CONSENSO TO WS-EDIT-VALOR-B
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(COE-ESTACAO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COE-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MET-NOME(WS-M))
                      DELIMITED BY SIZE
               MOVE WS-SEQ-DIAS(WS-M) TO WS-EDIT-9
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "  *** RECALIBRAR " DELIMITED BY SIZE
                      FUNCTION TRIM(COE-ESTACAO) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MET-NOME(WS-M))
                          DELIMITED BY SIZE
