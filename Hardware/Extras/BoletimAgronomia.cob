      * Data (AAAAMMDD) filtra o dia do resumo; em branco, cada
      * estacao entra com o dia mais recente que tiver. Defaults dos
      * arquivos: resumo_diario.csv e previsoes_corrigidas.csv.
      *
      * As paginas sao montadas num arquivo de trabalho indexado
      * (boletim_agronomia_trabalho.dat, chave EstacaoID), sem limite
      * de estacoes, e saem na ordem dessa chave.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WS-FS-ESTADO.

           SELECT PaginasTrabalho ASSIGN TO
               "boletim_agronomia_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAG-ESTACAO
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT BoletimEstacao ASSIGN TO DYNAMIC WS-NOME-BOLETIM
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  AlertasEstado.
           COPY CPALRST.

      *---------------------------------------------------------------
      * Uma pagina por estacao: o dia de resumo escolhido (filtrado
      * pela Data do parametro, ou o mais recente) com os valores ja
      * formatados do resumo, os indicadores agronomicos e o
      * prognostico corrigido por horizonte.
      *---------------------------------------------------------------
       FD  PaginasTrabalho.
       01  PaginaTrabalhoRecord.
           05  BAG-ESTACAO                  PIC X(10).
           05  BAG-DATA                     PIC X(8).
           05  BAG-VALOR                    PIC X(12) OCCURS 30 TIMES.
           05  BAG-GRAUS-DIA                PIC X(12).
           05  BAG-HORAS-GEADA              PIC X(12).
           05  BAG-HORIZONTE OCCURS 3 TIMES.
               10  BAG-PREV-TEM             PIC X.
               10  BAG-PREVISTO             PIC X(12) OCCURS 10 TIMES.

       FD  BoletimEstacao.
       01  BoletimEstacaoRecord            PIC X(200).

           05  WS-FS-PREVISOES              PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-ESTADO                 PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-RESUMO                   PIC X VALUE 'N'.
               88  EOF-PREVISOES-REACHED    VALUE 'Y'.
           05  EOF-ALERTAS                  PIC X VALUE 'N'.
               88  EOF-ALERTAS-REACHED      VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-PAGINA-NOVA-FLAG          PIC X VALUE 'N'.
               88  WS-PAGINA-NOVA           VALUE 'Y'.
           05  WS-MASTER-DISPONIVEL-FLAG    PIC X VALUE 'N'.
               88  WS-MASTER-DISPONIVEL     VALUE 'Y'.
           05  WS-ESTADO-DISPONIVEL-FLAG    PIC X VALUE 'N'.
       01  WS-NOMES-HORIZONTES.
           05  WS-NOME-HORIZONTE            PIC X(3) OCCURS 3 TIMES.

       01  WS-RESUMO-REC.
           05  WS-RSM-ESTACAO               PIC X(10).
           05  WS-RSM-DATA                  PIC X(8).
           05  WS-PRE-HORIZONTE             PIC X(3).
           05  WS-PRE-METRICA-TAB           PIC X(12) OCCURS 10 TIMES.

       01  WS-I                             PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-H                             PIC 9(4) VALUE 0.
       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-TRABALHO
           PERFORM CARREGAR-RESUMO
           PERFORM CARREGAR-PREVISOES
           PERFORM ABRIR-APOIOS
           OPEN OUTPUT BoletimGeral
           MOVE LOW-VALUES TO BAG-ESTACAO
           START PaginasTrabalho KEY >= BAG-ESTACAO
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ PaginasTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END PERFORM GERAR-PAGINA-ESTACAO
               END-READ
           END-PERFORM
           CLOSE BoletimGeral
           PERFORM FINALIZAR
           STOP RUN.
               CLOSE ParametrosBoletim
           END-IF.

       ABRIR-TRABALHO.
           OPEN OUTPUT PaginasTrabalho
           CLOSE PaginasTrabalho
           OPEN I-O PaginasTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "boletim_agronomia_trabalho.dat (status "
                   WS-FS-TRABALHO "), boletim nao gerado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-RESUMO.
           OPEN INPUT ResumoEntrada
           IF WS-FS-RESUMO NOT = "00"
                   FUNCTION TRIM(WS-NOME-RESUMO)
                   " (status " WS-FS-RESUMO "), sem resumo nao ha "
                   "boletim."
               CLOSE PaginasTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   CONTINUE
               ELSE
                   PERFORM LOCALIZAR-OU-CRIAR-PAGINA
                   IF WS-RSM-DATA >= BAG-DATA
                       PERFORM GUARDAR-RESUMO-NA-PAGINA
                       PERFORM GRAVAR-PAGINA
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-OU-CRIAR-PAGINA.
           MOVE WS-RSM-ESTACAO TO BAG-ESTACAO
           MOVE 'N' TO WS-PAGINA-NOVA-FLAG
           READ PaginasTrabalho
               INVALID KEY
                   MOVE 'Y' TO WS-PAGINA-NOVA-FLAG
                   MOVE SPACES TO PaginaTrabalhoRecord
                   MOVE WS-RSM-ESTACAO TO BAG-ESTACAO
                   PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 3
                       MOVE 'N' TO BAG-PREV-TEM(WS-H)
                   END-PERFORM
           END-READ.

       GRAVAR-PAGINA.
           IF WS-PAGINA-NOVA
               WRITE PaginaTrabalhoRecord
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE PaginaTrabalhoRecord
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar a pagina da estacao "
                   FUNCTION TRIM(BAG-ESTACAO) " (status "
                   WS-FS-TRABALHO "), boletim nao gerado."
               CLOSE PaginasTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-RESUMO-NA-PAGINA.
           MOVE WS-RSM-DATA TO BAG-DATA
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-COLS
               MOVE WS-RSM-VALOR-TXT(WS-M) TO BAG-VALOR(WS-M)
           END-PERFORM
           MOVE WS-RSM-GRAUS-TXT TO BAG-GRAUS-DIA
           MOVE WS-RSM-GEADA-TXT TO BAG-HORAS-GEADA.

      *---------------------------------------------------------------
      * Prognostico corrigido: para cada estacao ja com pagina, fica
               END-IF
           END-PERFORM
           IF WS-H > 0
               MOVE WS-PRE-STATION-ID TO BAG-ESTACAO
               READ PaginasTrabalho
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO BAG-PREV-TEM(WS-H)
                       PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > WS-MET-QTD-PREV
                           MOVE WS-PRE-METRICA-TAB(WS-M) TO
                               BAG-PREVISTO(WS-H, WS-M)
                       END-PERFORM
                       MOVE 'N' TO WS-PAGINA-NOVA-FLAG
                       PERFORM GRAVAR-PAGINA
               END-READ
           END-IF.

       ABRIR-APOIOS.
           END-IF.

       GERAR-PAGINA-ESTACAO.
           IF BAG-DATA = SPACES
               CONTINUE
           ELSE
               PERFORM CONSULTAR-NOME-ESTACAO
               MOVE SPACES TO WS-NOME-BOLETIM
               STRING "boletim_" DELIMITED BY SIZE
                      FUNCTION TRIM(BAG-ESTACAO)
                          DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-NOME-BOLETIM
       CONSULTAR-NOME-ESTACAO.
           MOVE SPACES TO WS-NOME-ESTACAO WS-MUNICIPIO-ESTACAO
           IF WS-MASTER-DISPONIVEL
               MOVE BAG-ESTACAO TO EST-MST-ID
               READ EstacoesMaster
                   INVALID KEY
                       CONTINUE
           MOVE SPACES TO WS-LINHA-SAIDA
           IF WS-NOME-ESTACAO = SPACES
               STRING "BOLETIM AGRONOMICO - " DELIMITED BY SIZE
                      FUNCTION TRIM(BAG-ESTACAO)
                          DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           ELSE
                      FUNCTION TRIM(WS-MUNICIPIO-ESTACAO)
                          DELIMITED BY SIZE
                      ") - " DELIMITED BY SIZE
                      FUNCTION TRIM(BAG-ESTACAO)
                          DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           END-IF
           PERFORM GRAVAR-LINHA-BOLETIM
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Dia observado: " DELIMITED BY SIZE
                  BAG-DATA DELIMITED BY SIZE
                  "   Gerado em: " DELIMITED BY SIZE
                  WS-DATA-HORA-ATUAL(1:8) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MET-QTD
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Graus-dia: " DELIMITED BY SIZE
                  FUNCTION TRIM(BAG-GRAUS-DIA)
                      DELIMITED BY SIZE
                  "   Horas de geada: " DELIMITED BY SIZE
                  FUNCTION TRIM(BAG-HORAS-GEADA)
                      DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-BOLETIM
                  FUNCTION TRIM(WS-MET-NOME(WS-M))
                      DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(BAG-VALOR(WS-VAL-IDX))
                      DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(BAG-VALOR(WS-VAL-IDX + 1))
                      DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(BAG-VALOR(WS-VAL-IDX + 2))
                      DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-BOLETIM.
      *---------------------------------------------------------------
       GRAVAR-LINHA-HORIZONTE.
           MOVE SPACES TO WS-LINHA-SAIDA
           IF BAG-PREV-TEM(WS-H) = 'Y'
               STRING "  " DELIMITED BY SIZE
                      WS-NOME-HORIZONTE(WS-H) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-MET-NOME(WS-M))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (BAG-PREVISTO(WS-H, WS-PREV-J))
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-SAIDA
                   END-IF
           IF WS-ESTADO-DISPONIVEL
               MOVE 'N' TO EOF-ALERTAS
               MOVE LOW-VALUES TO ALR-CHAVE
               MOVE BAG-ESTACAO TO ALR-ESTACAO-ID
               START AlertasEstado KEY >= ALR-CHAVE
                   INVALID KEY MOVE 'Y' TO EOF-ALERTAS
               END-START
           READ AlertasEstado NEXT
               AT END MOVE 'Y' TO EOF-ALERTAS
               NOT AT END
                   IF ALR-ESTACAO-ID NOT = BAG-ESTACAO
                       MOVE 'Y' TO EOF-ALERTAS
                   ELSE
                       IF NOT ALR-FECHADO
           WRITE BoletimGeralRecord FROM WS-LINHA-SAIDA.

       FINALIZAR.
           CLOSE PaginasTrabalho
           IF WS-MASTER-DISPONIVEL
               CLOSE EstacoesMaster
           END-IF
