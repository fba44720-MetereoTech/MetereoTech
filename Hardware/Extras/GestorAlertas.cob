      * (fechamento manual). Movimentos invalidos saem no relatorio e
      * nao interrompem o lote.
      *
      * Saidas: relatorio_alertas_abertos.txt com os alertas em
      * aberto, idade (abertura e execucoes seguidas) e situacao de
      * reconhecimento; alertas_eventos.csv, recriado a cada
      * execucao, com as aberturas, reaberturas e escalacoes desta
      * execucao para o DespachoAlertas avisar o plantao:
      *   EstacaoID;Metrica;Severidade;Evento;SeveridadeAtual;
      *   DataHora;ValorObservado
      *
      * Parametros opcionais em parametros_gestor_alertas.csv (uma
      * linha): LimiteEscalacao;SeveridadeEscalada. Defaults: 3
      * execucoes seguidas, severidade escalada "CRITICO".
      *
      * As chaves que dispararam na execucao ficam no arquivo de
      * trabalho gestor_alertas_trabalho.dat (indexado, recriado a
      * cada execucao), sem limite de quantidade; falha de gravacao
      * nele aborta o passo com RC 8 para que o fechamento
      * automatico nunca feche um alerta que ainda esta ativo.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WS-FS-ESTADO.

           SELECT ChavesVistas ASSIGN TO
               "gestor_alertas_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GVT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RelatorioAbertos ASSIGN TO
               "relatorio_alertas_abertos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EventosAlertas ASSIGN TO "alertas_eventos.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParametrosGestor.
       FD  AlertasEstado.
           COPY CPALRST.

       FD  ChavesVistas.
       01  ChaveVistaRecord.
           05  GVT-CHAVE                    PIC X(55).

       FD  RelatorioAbertos.
       01  RelatorioAbertosRecord          PIC X(200).

       FD  EventosAlertas.
       01  EventosAlertasRecord            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-ALERTAS                PIC XX.
           05  WS-FS-MOVIMENTOS             PIC XX.
           05  WS-FS-ESTADO                 PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-ALERTAS                  PIC X VALUE 'N'.
      * (varias leituras do dia violadas) contam como UMA execucao
      * persistida, e a varredura de fechamento sabe quais alertas
      * abertos nao voltaram a disparar (condicao cessou).
      * Ficam em gestor_alertas_trabalho.dat, chaveadas pela propria
      * chave do alerta.
      *---------------------------------------------------------------
       01  WS-CHAVE-CORRENTE                PIC X(55).

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-MOMENTO-EXECUCAO              PIC X(14).
       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-EXECUCOES                PIC ZZZ9.
       01  WS-LINHA-SAIDA                   PIC X(200).
       01  WS-EVENTO                        PIC X(10).

       PROCEDURE DIVISION.

                   "(status " WS-FS-ESTADO "), lote abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-TRABALHO
           OPEN OUTPUT EventosAlertas
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EstacaoID;Metrica;Severidade;Evento;"
                  DELIMITED BY SIZE
                  "SeveridadeAtual;DataHora;ValorObservado"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE EventosAlertasRecord FROM WS-LINHA-SAIDA.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosGestor
               CLOSE ParametrosGestor
           END-IF.

      *---------------------------------------------------------------
      * Arquivo de trabalho das chaves vistas, zerado a cada execucao.
      *---------------------------------------------------------------
       ABRIR-TRABALHO.
           OPEN OUTPUT ChavesVistas
           CLOSE ChavesVistas
           OPEN I-O ChavesVistas
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "gestor_alertas_trabalho.dat (status "
                   WS-FS-TRABALHO "), lote abortado."
               CLOSE AlertasEstado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Passa pelos disparos do dia. Sem alertas.csv, nenhuma regra
      * disparou: a execucao segue so com o fechamento dos alertas

       VERIFICAR-CHAVE-VISTA.
           MOVE 'N' TO WS-CHAVE-JA-VISTA-FLAG
           MOVE WS-CHAVE-CORRENTE TO GVT-CHAVE
           READ ChavesVistas
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-CHAVE-JA-VISTA-FLAG
           END-READ.

       REGISTRAR-CHAVE-VISTA.
           MOVE WS-CHAVE-CORRENTE TO GVT-CHAVE
           WRITE ChaveVistaRecord
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar chave vista de "
                   FUNCTION TRIM(WS-ALE-ESTACAO)
                   " (status " WS-FS-TRABALHO "), lote abortado."
               CLOSE AlertasEstado
               CLOSE EventosAlertas
               CLOSE ChavesVistas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
                   DISPLAY "Falha ao incluir alerta no estado "
                       "(status " WS-FS-ESTADO ")."
           END-WRITE
           MOVE "ABERTO" TO WS-EVENTO
           PERFORM GRAVAR-EVENTO
           ADD 1 TO WS-ALERTAS-ABERTOS-NOVOS.

       REABRIR-ALERTA.
           MOVE SPACES TO ALR-RECONHECIDO-POR
           MOVE SPACES TO ALR-DATA-FECHAMENTO
           PERFORM REGRAVAR-ESTADO
           MOVE "REABERTO" TO WS-EVENTO
           PERFORM GRAVAR-EVENTO
           ADD 1 TO WS-ALERTAS-REABERTOS.

       SUPRIMIR-E-PERSISTIR.
                       FUNCTION TRIM(WS-SEVERIDADE-ESCALADA) ": "
                       FUNCTION TRIM(ALR-ESTACAO-ID) " "
                       FUNCTION TRIM(ALR-METRICA)
                   MOVE "ESCALADO" TO WS-EVENTO
                   PERFORM GRAVAR-EVENTO
               END-IF
           END-IF
           PERFORM REGRAVAR-ESTADO.

      *---------------------------------------------------------------
      * Abertura, reabertura ou escalacao desta execucao, com o
      * estado ja atualizado, para o despacho de avisos.
      *---------------------------------------------------------------
       GRAVAR-EVENTO.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(ALR-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-METRICA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-SEVERIDADE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-SEVERIDADE-ATUAL)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALR-DATA-ULTIMA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-VALOR-OBSERVADO)
                      DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE EventosAlertasRecord FROM WS-LINHA-SAIDA.

       REGRAVAR-ESTADO.
           REWRITE AlertaEstadoRecord
               INVALID KEY

       FINALIZAR.
           CLOSE AlertasEstado
           CLOSE ChavesVistas
           CLOSE EventosAlertas
           MOVE WS-DISPAROS-LIDOS TO WS-EDIT-9
           DISPLAY "Disparos lidos: " WS-EDIT-9
           MOVE WS-ALERTAS-ABERTOS-NOVOS TO WS-EDIT-9
