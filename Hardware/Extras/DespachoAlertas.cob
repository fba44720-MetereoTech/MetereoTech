       IDENTIFICATION DIVISION.
       PROGRAM-ID. DespachoAlertas.

      *================================================================
      * Despacho de avisos do plantao. O GestorAlertas mantem o
      * estado dos alertas, mas ninguem e avisado: o plantonista
      * precisa abrir relatorio_alertas_abertos.txt para saber que
      * uma estacao foi a CRITICO de madrugada. Este passo roda logo
      * depois do GestorAlertas e:
      *
      *   - transforma cada abertura, reabertura e escalacao da
      *     execucao (alertas_eventos.csv, gravado pelo GestorAlertas)
      *     em mensagens na fila fila_notificacoes.txt, registro fixo
      *     de CPNOTFIL que o gateway de SMS e e-mail recolhe, para os
      *     contatos do nivel mais baixo da cadeia que cobrem o
      *     alerta;
      *   - registra cada mensagem (e cada alerta sem contato que o
      *     cubra) em registro_notificacoes.csv;
      *   - reenvia ao nivel seguinte da cadeia o alerta que continua
      *     aberto e sem reconhecimento depois de ExecucoesReenvio
      *     execucoes do despacho desde o ultimo envio; sem nivel
      *     acima, o lembrete volta ao nivel atual;
      *   - encerra os lembretes do alerta reconhecido (RECONHECER em
      *     alertas_manutencao.csv, aplicado pelo GestorAlertas) ou
      *     fechado. A escalacao de um alerta ja reconhecido ainda
      *     e avisada, uma vez, sem retomar os lembretes. O estado
      *     dos avisos fica em notificacoes_estado.dat (ver
      *     CPNOTEST).
      *
      * Escala de contatos em contatos_plantao.csv:
      *   Contato;Nivel;Canal;Destino;EstacaoID;Municipio;Severidade;
      *   DiasSemana;HoraInicio;HoraFim
      * Canal SMS ou EMAIL. EstacaoID, Municipio (o do cadastro
      * mestre, CPESTMST) e Severidade em branco ou "*" valem para
      * todos. DiasSemana lista os dias cobertos (1 = segunda ... 7 =
      * domingo, ex.: 12345); em branco ou "*", todos. HoraInicio e
      * HoraFim em HHMM; em branco, o dia inteiro; inicio maior que o
      * fim atravessa a meia-noite. A escala vale no momento do
      * despacho. A severidade comparada e a vigente do alerta (ja
      * escalada, se for o caso). Sem o arquivo, e gravado so o
      * cabecalho e os alertas ficam registrados como SEM_CONTATO.
      *
      * Parametros opcionais em parametros_despacho_alertas.csv (uma
      * linha): ExecucoesReenvio. Default: 2 execucoes.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ParametrosDespacho ASSIGN TO
               "parametros_despacho_alertas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL ContatosPlantao ASSIGN TO
               "contatos_plantao.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTATOS.

           SELECT OPTIONAL EventosAlertas ASSIGN TO
               "alertas_eventos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EVENTOS.

           SELECT OPTIONAL AlertasEstado ASSIGN TO
               "alertas_estado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WS-FS-ESTADO.

           SELECT OPTIONAL EstacoesMaster ASSIGN TO
               "estacoes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL NotificacoesEstado ASSIGN TO
               "notificacoes_estado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-CHAVE
               FILE STATUS IS WS-FS-NOTIFICACOES.

           SELECT OPTIONAL FilaNotificacoes ASSIGN TO
               "fila_notificacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILA.

           SELECT OPTIONAL RegistroNotificacoes ASSIGN TO
               "registro_notificacoes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ParametrosDespacho.
       01  ParametrosDespachoRecord        PIC X(100).

       FD  ContatosPlantao.
       01  ContatosPlantaoRecord           PIC X(300).

       FD  EventosAlertas.
       01  EventosAlertasRecord            PIC X(200).

       FD  AlertasEstado.
           COPY CPALRST.

       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  NotificacoesEstado.
           COPY CPNOTEST.

       FD  FilaNotificacoes.
           COPY CPNOTFIL.

       FD  RegistroNotificacoes.
       01  RegistroNotificacoesRecord      PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-CONTATOS               PIC XX.
           05  WS-FS-EVENTOS                PIC XX.
           05  WS-FS-ESTADO                 PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-NOTIFICACOES           PIC XX.
           05  WS-FS-FILA                   PIC XX.
           05  WS-FS-REGISTRO               PIC XX.

       01  WS-FLAGS.
           05  EOF-EVENTOS                  PIC X VALUE 'N'.
               88  EOF-EVENTOS-REACHED      VALUE 'Y'.
           05  EOF-NOTIFICACOES             PIC X VALUE 'N'.
               88  EOF-NOTIFICACOES-REACHED VALUE 'Y'.
           05  WS-MASTER-ABERTO-FLAG        PIC X VALUE 'N'.
               88  WS-MASTER-ABERTO         VALUE 'Y'.
           05  WS-CONTATO-VALIDO-FLAG       PIC X VALUE 'N'.
               88  WS-CONTATO-VALIDO        VALUE 'Y'.
           05  WS-COBRE-FLAG                PIC X VALUE 'N'.
               88  WS-CONTATO-COBRE         VALUE 'Y'.
           05  WS-NOTIFICACAO-NOVA-FLAG     PIC X VALUE 'N'.
               88  WS-NOTIFICACAO-NOVA      VALUE 'Y'.

       01  WS-LINHA-PARAMETROS              PIC X(100).
       01  WS-PRM-REENVIO                   PIC X(10).
       01  WS-EXECUCOES-REENVIO             PIC 9(4) VALUE 2.

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-MOMENTO-EXECUCAO              PIC X(14).
       01  WS-DATA-NUM                      PIC 9(8) VALUE 0.
       01  WS-DIA-INTEIRO                   PIC 9(8) VALUE 0.
       01  WS-DIA-SEMANA                    PIC 9 VALUE 0.
       01  WS-HORA-ATUAL                    PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Escala de contatos (contatos_plantao.csv). A janela de dia e
      * hora e avaliada uma vez na carga, no momento do despacho.
      * Estourar a tabela encerra o passo com RC 8: descartar linhas
      * deixaria alertas sem aviso sem que ninguem soubesse.
      *---------------------------------------------------------------
       01  WS-CABECALHO-CONTATOS            PIC X(7) VALUE "Contato".
       01  WS-CONTATO-BRUTO.
           05  WS-CTB-CONTATO               PIC X(30).
           05  WS-CTB-NIVEL                 PIC X(10).
           05  WS-CTB-CANAL                 PIC X(10).
           05  WS-CTB-DESTINO               PIC X(60).
           05  WS-CTB-ESTACAO-ID            PIC X(10).
           05  WS-CTB-MUNICIPIO             PIC X(30).
           05  WS-CTB-SEVERIDADE            PIC X(15).
           05  WS-CTB-DIAS                  PIC X(10).
           05  WS-CTB-HORA-INICIO           PIC X(10).
           05  WS-CTB-HORA-FIM              PIC X(10).

       01  WS-HORA-INICIO                   PIC 9(4) VALUE 0.
       01  WS-HORA-FIM                      PIC 9(4) VALUE 0.
       01  WS-DIAS-COBERTOS                 PIC X(10).
       01  WS-DIA-SEMANA-X                  PIC X.
       01  WS-OCORRENCIAS-DIA               PIC 9(4) VALUE 0.
       01  WS-MOTIVO-ERRO                   PIC X(40).

       01  WS-CONTATOS-TABELA.
           05  WS-CT-QTD                    PIC 9(4) VALUE 0.
           05  WS-CT OCCURS 200 TIMES.
               10  WS-CT-CONTATO            PIC X(30).
               10  WS-CT-NIVEL              PIC 9(2).
               10  WS-CT-CANAL              PIC X(5).
               10  WS-CT-DESTINO            PIC X(60).
               10  WS-CT-ESTACAO-ID         PIC X(10).
               10  WS-CT-MUNICIPIO          PIC X(30).
               10  WS-CT-SEVERIDADE         PIC X(15).
               10  WS-CT-DE-PLANTAO-FLAG    PIC X.
                   88  WS-CT-DE-PLANTAO     VALUE 'Y'.
       01  WS-CT-IDX                        PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Linha de alertas_eventos.csv decomposta (mesmo desenho de
      * GRAVAR-EVENTO no GestorAlertas).
      *---------------------------------------------------------------
       01  WS-CABECALHO-EVENTOS             PIC X(9) VALUE "EstacaoID".
       01  WS-EVENTO-REC.
           05  WS-EVT-ESTACAO               PIC X(10).
           05  WS-EVT-METRICA               PIC X(30).
           05  WS-EVT-SEVERIDADE            PIC X(15).
           05  WS-EVT-EVENTO                PIC X(10).
           05  WS-EVT-SEVERIDADE-ATUAL      PIC X(15).
           05  WS-EVT-DATAHORA              PIC X(14).
           05  WS-EVT-VALOR                 PIC X(15).

       01  WS-EVENTO-ENVIO                  PIC X(10).
       01  WS-MUNICIPIO-ALERTA              PIC X(30).
       01  WS-MUNICIPIO-CONTATO             PIC X(30).
       01  WS-NIVEL-BASE                    PIC 9(2) VALUE 0.
       01  WS-NIVEL-ESCOLHIDO               PIC 9(2) VALUE 0.
       01  WS-ENVIADOS-ALERTA               PIC 9(4) VALUE 0.
       01  WS-SEQUENCIA                     PIC 9(6) VALUE 0.
       01  WS-SITUACAO-ENTREGA              PIC X(12).

       01  WS-CONTADORES.
           05  WS-EVENTOS-LIDOS             PIC 9(9) VALUE 0.
           05  WS-EVENTOS-IGNORADOS         PIC 9(9) VALUE 0.
           05  WS-LEMBRETES-ENVIADOS        PIC 9(9) VALUE 0.
           05  WS-MENSAGENS-ENFILEIRADAS    PIC 9(9) VALUE 0.
           05  WS-ALERTAS-SEM-CONTATO       PIC 9(9) VALUE 0.
           05  WS-AVISOS-ENCERRADOS         PIC 9(9) VALUE 0.
           05  WS-CONTATOS-REJEITADOS       PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-NIVEL                    PIC Z9.
       01  WS-LINHA-SAIDA                   PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CONTATOS
           PERFORM ABRIR-ARQUIVOS
           PERFORM DESPACHAR-EVENTOS
           PERFORM ENVIAR-LEMBRETES
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-MOMENTO-EXECUCAO
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-NUM
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
      *    O dia 1 do calendario inteiro (01/01/1601) foi segunda.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-INTEIRO - 1, 7) + 1
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-X
           MOVE WS-DATA-HORA-ATUAL(9:4) TO WS-HORA-ATUAL.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosDespacho
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosDespacho INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PRM-REENVIO
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-REENVIO
                       IF WS-PRM-REENVIO NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-REENVIO) = 0 AND
                          FUNCTION NUMVAL(WS-PRM-REENVIO) > 0
                           COMPUTE WS-EXECUCOES-REENVIO =
                               FUNCTION NUMVAL(WS-PRM-REENVIO)
                       END-IF
               END-READ
               CLOSE ParametrosDespacho
           END-IF.

       CARREGAR-CONTATOS.
           OPEN INPUT ContatosPlantao
           IF WS-FS-CONTATOS = "00"
               PERFORM UNTIL WS-FS-CONTATOS = "10"
                   READ ContatosPlantao
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CARREGAR-LINHA-CONTATO
                   END-READ
               END-PERFORM
               CLOSE ContatosPlantao
           ELSE
               PERFORM GRAVAR-CONTATOS-MODELO
           END-IF.

       CARREGAR-LINHA-CONTATO.
           MOVE SPACES TO WS-CONTATO-BRUTO
           UNSTRING ContatosPlantaoRecord DELIMITED BY ';'
               INTO WS-CTB-CONTATO
                    WS-CTB-NIVEL
                    WS-CTB-CANAL
                    WS-CTB-DESTINO
                    WS-CTB-ESTACAO-ID
                    WS-CTB-MUNICIPIO
                    WS-CTB-SEVERIDADE
                    WS-CTB-DIAS
                    WS-CTB-HORA-INICIO
                    WS-CTB-HORA-FIM
           IF WS-CTB-CONTATO = WS-CABECALHO-CONTATOS OR
              ContatosPlantaoRecord = SPACES
               CONTINUE
           ELSE
               PERFORM VALIDAR-CONTATO
               IF WS-CONTATO-VALIDO
                   PERFORM INCLUIR-CONTATO
               ELSE
                   ADD 1 TO WS-CONTATOS-REJEITADOS
                   DISPLAY "Linha de contatos_plantao.csv ignorada ("
                       FUNCTION TRIM(WS-MOTIVO-ERRO) "): "
                       FUNCTION TRIM(ContatosPlantaoRecord)
               END-IF
           END-IF.

       VALIDAR-CONTATO.
           MOVE 'Y' TO WS-CONTATO-VALIDO-FLAG
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE FUNCTION UPPER-CASE(WS-CTB-CANAL) TO WS-CTB-CANAL
           MOVE 0 TO WS-HORA-INICIO
           MOVE 2359 TO WS-HORA-FIM
           IF WS-CTB-CONTATO = SPACES OR WS-CTB-DESTINO = SPACES
               MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
               MOVE "CONTATO_OU_DESTINO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF WS-CONTATO-VALIDO
               IF WS-CTB-NIVEL = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-CTB-NIVEL) NOT = 0
                   MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                   MOVE "NIVEL_INVALIDO" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION NUMVAL(WS-CTB-NIVEL) < 1 OR
                      FUNCTION NUMVAL(WS-CTB-NIVEL) > 99
                       MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                       MOVE "NIVEL_INVALIDO" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF WS-CONTATO-VALIDO
               IF WS-CTB-CANAL NOT = "SMS" AND
                  WS-CTB-CANAL NOT = "EMAIL"
                   MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                   MOVE "CANAL_INVALIDO" TO WS-MOTIVO-ERRO
               END-IF
           END-IF
           IF WS-CONTATO-VALIDO AND WS-CTB-HORA-INICIO NOT = SPACES
               IF WS-CTB-HORA-INICIO(1:4) NOT NUMERIC OR
                  WS-CTB-HORA-INICIO(5:) NOT = SPACES
                   MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                   MOVE "HORA_INICIO_INVALIDA" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-CTB-HORA-INICIO(1:4) TO WS-HORA-INICIO
                   IF WS-HORA-INICIO(1:2) > "23" OR
                      WS-HORA-INICIO(3:2) > "59"
                       MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                       MOVE "HORA_INICIO_INVALIDA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF WS-CONTATO-VALIDO AND WS-CTB-HORA-FIM NOT = SPACES
               IF WS-CTB-HORA-FIM(1:4) NOT NUMERIC OR
                  WS-CTB-HORA-FIM(5:) NOT = SPACES
                   MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                   MOVE "HORA_FIM_INVALIDA" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-CTB-HORA-FIM(1:4) TO WS-HORA-FIM
                   IF WS-HORA-FIM(1:2) > "23" OR
                      WS-HORA-FIM(3:2) > "59"
                       MOVE 'N' TO WS-CONTATO-VALIDO-FLAG
                       MOVE "HORA_FIM_INVALIDA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

       INCLUIR-CONTATO.
           IF WS-CT-QTD >= 200
               DISPLAY "Tabela de contatos do plantao cheia (200 "
                   "linhas); despacho de alertas abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-QTD
           MOVE WS-CTB-CONTATO TO WS-CT-CONTATO(WS-CT-QTD)
           COMPUTE WS-CT-NIVEL(WS-CT-QTD) =
               FUNCTION NUMVAL(WS-CTB-NIVEL)
           MOVE WS-CTB-CANAL TO WS-CT-CANAL(WS-CT-QTD)
           MOVE WS-CTB-DESTINO TO WS-CT-DESTINO(WS-CT-QTD)
           IF WS-CTB-ESTACAO-ID = SPACES
               MOVE "*" TO WS-CT-ESTACAO-ID(WS-CT-QTD)
           ELSE
               MOVE WS-CTB-ESTACAO-ID TO WS-CT-ESTACAO-ID(WS-CT-QTD)
           END-IF
           IF WS-CTB-MUNICIPIO = SPACES
               MOVE "*" TO WS-CT-MUNICIPIO(WS-CT-QTD)
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-CTB-MUNICIPIO) TO
                   WS-CT-MUNICIPIO(WS-CT-QTD)
           END-IF
           IF WS-CTB-SEVERIDADE = SPACES
               MOVE "*" TO WS-CT-SEVERIDADE(WS-CT-QTD)
           ELSE
               MOVE WS-CTB-SEVERIDADE TO WS-CT-SEVERIDADE(WS-CT-QTD)
           END-IF
           PERFORM AVALIAR-JANELA-PLANTAO.

      *---------------------------------------------------------------
      * O contato esta de plantao agora? Dia da semana na lista (ou
      * todos) e hora corrente dentro da janela; janela com inicio
      * maior que o fim atravessa a meia-noite.
      *---------------------------------------------------------------
       AVALIAR-JANELA-PLANTAO.
           MOVE 'N' TO WS-CT-DE-PLANTAO-FLAG(WS-CT-QTD)
           MOVE WS-CTB-DIAS TO WS-DIAS-COBERTOS
           IF WS-DIAS-COBERTOS = SPACES OR WS-DIAS-COBERTOS = "*"
               MOVE 1 TO WS-OCORRENCIAS-DIA
           ELSE
               MOVE 0 TO WS-OCORRENCIAS-DIA
               INSPECT WS-DIAS-COBERTOS TALLYING WS-OCORRENCIAS-DIA
                   FOR ALL WS-DIA-SEMANA-X
           END-IF
           IF WS-OCORRENCIAS-DIA > 0
               IF WS-HORA-INICIO <= WS-HORA-FIM
                   IF WS-HORA-ATUAL >= WS-HORA-INICIO AND
                      WS-HORA-ATUAL <= WS-HORA-FIM
                       MOVE 'Y' TO WS-CT-DE-PLANTAO-FLAG(WS-CT-QTD)
                   END-IF
               ELSE
                   IF WS-HORA-ATUAL >= WS-HORA-INICIO OR
                      WS-HORA-ATUAL <= WS-HORA-FIM
                       MOVE 'Y' TO WS-CT-DE-PLANTAO-FLAG(WS-CT-QTD)
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CONTATOS-MODELO.
           OPEN OUTPUT ContatosPlantao
           MOVE SPACES TO ContatosPlantaoRecord
           STRING "Contato;Nivel;Canal;Destino;EstacaoID;Municipio;"
                  DELIMITED BY SIZE
                  "Severidade;DiasSemana;HoraInicio;HoraFim"
                  DELIMITED BY SIZE
                  INTO ContatosPlantaoRecord
           WRITE ContatosPlantaoRecord
           CLOSE ContatosPlantao
           DISPLAY "contatos_plantao.csv ausente: gravado o modelo "
               "vazio; alertas ficam registrados sem contato.".

       ABRIR-ARQUIVOS.
           OPEN INPUT AlertasEstado
           IF WS-FS-ESTADO = "05"
               DISPLAY "alertas_estado.dat ainda nao existe, nada a "
                   "despachar."
               CLOSE AlertasEstado
               STOP RUN
           END-IF
           IF WS-FS-ESTADO NOT = "00"
               DISPLAY "Nao foi possivel abrir alertas_estado.dat "
                   "(status " WS-FS-ESTADO "), despacho abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EstacoesMaster
           IF WS-FS-MASTER = "00"
               MOVE 'Y' TO WS-MASTER-ABERTO-FLAG
           ELSE
               DISPLAY "Cadastro mestre indisponivel (status "
                   WS-FS-MASTER "): so contatos sem municipio "
                   "recebem avisos."
           END-IF
           OPEN I-O NotificacoesEstado
           IF WS-FS-NOTIFICACOES NOT = "00" AND
              WS-FS-NOTIFICACOES NOT = "05"
               DISPLAY "Nao foi possivel abrir notificacoes_estado.dat"
                   " (status " WS-FS-NOTIFICACOES "), despacho "
                   "abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FilaNotificacoes
           IF WS-FS-FILA NOT = "00" AND WS-FS-FILA NOT = "05"
               DISPLAY "Nao foi possivel abrir fila_notificacoes.txt"
                   " (status " WS-FS-FILA "), despacho abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RegistroNotificacoes
           IF WS-FS-REGISTRO = "05"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Momento;Sequencia;Contato;Nivel;Canal;Destino;"
                      DELIMITED BY SIZE
                      "EstacaoID;Metrica;Severidade;Evento;Situacao"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE RegistroNotificacoesRecord FROM WS-LINHA-SAIDA
           END-IF.

      *---------------------------------------------------------------
      * Aberturas, reaberturas e escalacoes desta execucao do
      * GestorAlertas: aviso ao nivel mais baixo que cobre o alerta.
      * Alerta ja reconhecido ou fechado no proprio lote (movimento
      * do plantao) nao gera aviso.
      *---------------------------------------------------------------
       DESPACHAR-EVENTOS.
           OPEN INPUT EventosAlertas
           IF WS-FS-EVENTOS = "00"
               PERFORM UNTIL EOF-EVENTOS-REACHED
                   READ EventosAlertas
                       AT END MOVE 'Y' TO EOF-EVENTOS
                       NOT AT END
                           PERFORM PROCESSAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE EventosAlertas
           END-IF.

       PROCESSAR-EVENTO.
           MOVE SPACES TO WS-EVENTO-REC
           UNSTRING EventosAlertasRecord DELIMITED BY ';'
               INTO WS-EVT-ESTACAO
                    WS-EVT-METRICA
                    WS-EVT-SEVERIDADE
                    WS-EVT-EVENTO
                    WS-EVT-SEVERIDADE-ATUAL
                    WS-EVT-DATAHORA
                    WS-EVT-VALOR
           IF WS-EVT-ESTACAO = WS-CABECALHO-EVENTOS OR
              WS-EVT-ESTACAO = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-EVENTOS-LIDOS
               MOVE WS-EVT-ESTACAO TO ALR-ESTACAO-ID
               MOVE WS-EVT-METRICA TO ALR-METRICA
               MOVE WS-EVT-SEVERIDADE TO ALR-SEVERIDADE
               READ AlertasEstado
                   INVALID KEY
                       ADD 1 TO WS-EVENTOS-IGNORADOS
                       DISPLAY "Evento sem alerta no estado, ignorado: "
                           FUNCTION TRIM(EventosAlertasRecord)
                   NOT INVALID KEY
      *                A escalacao vale tambem para o alerta ja
      *                reconhecido: a severidade subiu e o plantao
      *                precisa saber, mesmo tendo assumido o alerta.
                       IF ALR-ABERTO OR
                          (ALR-RECONHECIDO AND
                           WS-EVT-EVENTO = "ESCALADO")
                           MOVE WS-EVT-EVENTO TO WS-EVENTO-ENVIO
                           PERFORM AVISAR-EVENTO
                       ELSE
                           ADD 1 TO WS-EVENTOS-IGNORADOS
                       END-IF
               END-READ
           END-IF.

       AVISAR-EVENTO.
           PERFORM LOCALIZAR-MUNICIPIO
           MOVE 0 TO WS-NIVEL-BASE
           PERFORM ESCOLHER-NIVEL
           PERFORM ENVIAR-AO-NIVEL
           MOVE ALR-CHAVE TO NOT-CHAVE
           MOVE 'N' TO WS-NOTIFICACAO-NOVA-FLAG
           READ NotificacoesEstado
               INVALID KEY MOVE 'Y' TO WS-NOTIFICACAO-NOVA-FLAG
           END-READ
      *    Abertura e reabertura comecam a contagem de envios; a
      *    escalacao segue a do alerta ja avisado.
           IF WS-NOTIFICACAO-NOVA OR
              WS-EVENTO-ENVIO NOT = "ESCALADO"
               MOVE ALR-CHAVE TO NOT-CHAVE
               MOVE 0 TO NOT-ENVIOS
               MOVE WS-MOMENTO-EXECUCAO TO NOT-DATA-PRIMEIRO-ENVIO
           END-IF
      *    Reconhecido, o aviso da escalacao sai uma vez e o estado
      *    fica encerrado: o RECONHECER continua segurando os
      *    lembretes.
           IF ALR-RECONHECIDO
               SET NOT-ENCERRADA TO TRUE
           ELSE
               SET NOT-ATIVA TO TRUE
           END-IF
           MOVE WS-NIVEL-ESCOLHIDO TO NOT-NIVEL
           MOVE 0 TO NOT-EXECUCOES-SEM-RESPOSTA
           ADD WS-ENVIADOS-ALERTA TO NOT-ENVIOS
           MOVE ALR-SEVERIDADE-ATUAL TO NOT-SEVERIDADE-ATUAL
           MOVE WS-MOMENTO-EXECUCAO TO NOT-DATA-ULTIMO-ENVIO
           IF WS-NOTIFICACAO-NOVA
               WRITE NotificacaoEstadoRecord
                   INVALID KEY
                       DISPLAY "Falha ao incluir aviso no estado "
                           "(status " WS-FS-NOTIFICACOES ")."
               END-WRITE
           ELSE
               PERFORM REGRAVAR-NOTIFICACAO
           END-IF.

      *---------------------------------------------------------------
      * Lembretes: cada aviso ativo que nao foi enviado nesta
      * execucao conta mais uma execucao sem resposta; ao atingir
      * ExecucoesReenvio, sobe ao nivel seguinte da cadeia (ou repete
      * o nivel atual, se nao houver acima). Alerta reconhecido,
      * fechado ou que sumiu do estado encerra os lembretes.
      *---------------------------------------------------------------
       ENVIAR-LEMBRETES.
           MOVE LOW-VALUES TO NOT-CHAVE
           START NotificacoesEstado KEY >= NOT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-NOTIFICACOES
           END-START
           PERFORM VARRER-NOTIFICACOES UNTIL EOF-NOTIFICACOES-REACHED.

       VARRER-NOTIFICACOES.
           READ NotificacoesEstado NEXT
               AT END MOVE 'Y' TO EOF-NOTIFICACOES
               NOT AT END
                   IF NOT-ATIVA AND
                      NOT-DATA-ULTIMO-ENVIO NOT = WS-MOMENTO-EXECUCAO
                       PERFORM AVALIAR-LEMBRETE
                   END-IF
           END-READ.

       AVALIAR-LEMBRETE.
           MOVE NOT-CHAVE TO ALR-CHAVE
           READ AlertasEstado
               INVALID KEY
                   MOVE 'F' TO ALR-STATUS
           END-READ
           IF NOT ALR-ABERTO
               SET NOT-ENCERRADA TO TRUE
               PERFORM REGRAVAR-NOTIFICACAO
               ADD 1 TO WS-AVISOS-ENCERRADOS
           ELSE
               ADD 1 TO NOT-EXECUCOES-SEM-RESPOSTA
               IF NOT-EXECUCOES-SEM-RESPOSTA >= WS-EXECUCOES-REENVIO
                   PERFORM REENVIAR-AVISO
               END-IF
               PERFORM REGRAVAR-NOTIFICACAO
           END-IF.

       REENVIAR-AVISO.
           PERFORM LOCALIZAR-MUNICIPIO
           MOVE NOT-NIVEL TO WS-NIVEL-BASE
           PERFORM ESCOLHER-NIVEL
           IF WS-NIVEL-ESCOLHIDO = 0 AND NOT-NIVEL > 0
               COMPUTE WS-NIVEL-BASE = NOT-NIVEL - 1
               PERFORM ESCOLHER-NIVEL
           END-IF
           MOVE "LEMBRETE" TO WS-EVENTO-ENVIO
           PERFORM ENVIAR-AO-NIVEL
           ADD 1 TO WS-LEMBRETES-ENVIADOS
           IF WS-NIVEL-ESCOLHIDO > 0
               MOVE WS-NIVEL-ESCOLHIDO TO NOT-NIVEL
           END-IF
           MOVE 0 TO NOT-EXECUCOES-SEM-RESPOSTA
           ADD WS-ENVIADOS-ALERTA TO NOT-ENVIOS
           MOVE ALR-SEVERIDADE-ATUAL TO NOT-SEVERIDADE-ATUAL
           MOVE WS-MOMENTO-EXECUCAO TO NOT-DATA-ULTIMO-ENVIO.

       REGRAVAR-NOTIFICACAO.
           REWRITE NotificacaoEstadoRecord
               INVALID KEY
                   DISPLAY "Falha ao regravar aviso no estado "
                       "(status " WS-FS-NOTIFICACOES ")."
           END-REWRITE.

       LOCALIZAR-MUNICIPIO.
           MOVE SPACES TO WS-MUNICIPIO-ALERTA
           IF WS-MASTER-ABERTO
               MOVE ALR-ESTACAO-ID TO EST-MST-ID
               READ EstacoesMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION UPPER-CASE(EST-MST-MUNICIPIO) TO
                           WS-MUNICIPIO-ALERTA
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Menor nivel acima de WS-NIVEL-BASE com algum contato que
      * cubra o alerta agora; zero se nao houver.
      *---------------------------------------------------------------
       ESCOLHER-NIVEL.
           MOVE 0 TO WS-NIVEL-ESCOLHIDO
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-QTD
               IF WS-CT-NIVEL(WS-CT-IDX) > WS-NIVEL-BASE
                   PERFORM VERIFICAR-COBERTURA
                   IF WS-CONTATO-COBRE AND
                      (WS-NIVEL-ESCOLHIDO = 0 OR
                       WS-CT-NIVEL(WS-CT-IDX) < WS-NIVEL-ESCOLHIDO)
                       MOVE WS-CT-NIVEL(WS-CT-IDX) TO
                           WS-NIVEL-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-COBERTURA.
           MOVE 'N' TO WS-COBRE-FLAG
           MOVE WS-CT-MUNICIPIO(WS-CT-IDX) TO WS-MUNICIPIO-CONTATO
           IF WS-CT-DE-PLANTAO(WS-CT-IDX) AND
              (WS-CT-ESTACAO-ID(WS-CT-IDX) = "*" OR
               WS-CT-ESTACAO-ID(WS-CT-IDX) = ALR-ESTACAO-ID) AND
              (WS-MUNICIPIO-CONTATO = "*" OR
               WS-MUNICIPIO-CONTATO = WS-MUNICIPIO-ALERTA) AND
              (WS-CT-SEVERIDADE(WS-CT-IDX) = "*" OR
               WS-CT-SEVERIDADE(WS-CT-IDX) = ALR-SEVERIDADE-ATUAL)
               MOVE 'Y' TO WS-COBRE-FLAG
           END-IF.

       ENVIAR-AO-NIVEL.
           MOVE 0 TO WS-ENVIADOS-ALERTA
           IF WS-NIVEL-ESCOLHIDO = 0
               ADD 1 TO WS-ALERTAS-SEM-CONTATO
               MOVE SPACES TO MensagemFilaRecord
               MOVE WS-MOMENTO-EXECUCAO TO FIL-MOMENTO
               MOVE 0 TO FIL-SEQUENCIA
               MOVE 0 TO FIL-NIVEL
               MOVE "SEM_CONTATO" TO WS-SITUACAO-ENTREGA
               PERFORM REGISTRAR-ENTREGA
               DISPLAY "Alerta sem contato de plantao que o cubra: "
                   FUNCTION TRIM(ALR-ESTACAO-ID) " "
                   FUNCTION TRIM(ALR-METRICA) " ["
                   FUNCTION TRIM(ALR-SEVERIDADE-ATUAL) "]"
           ELSE
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD
                   IF WS-CT-NIVEL(WS-CT-IDX) = WS-NIVEL-ESCOLHIDO
                       PERFORM VERIFICAR-COBERTURA
                       IF WS-CONTATO-COBRE
                           PERFORM ENFILEIRAR-MENSAGEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ENFILEIRAR-MENSAGEM.
           ADD 1 TO WS-SEQUENCIA
           MOVE SPACES TO MensagemFilaRecord
           MOVE WS-MOMENTO-EXECUCAO TO FIL-MOMENTO
           MOVE WS-SEQUENCIA TO FIL-SEQUENCIA
           MOVE WS-CT-CANAL(WS-CT-IDX) TO FIL-CANAL
           MOVE WS-CT-DESTINO(WS-CT-IDX) TO FIL-DESTINO
           MOVE WS-CT-CONTATO(WS-CT-IDX) TO FIL-CONTATO
           MOVE WS-CT-NIVEL(WS-CT-IDX) TO FIL-NIVEL
           MOVE ALR-ESTACAO-ID TO FIL-ESTACAO-ID
           MOVE ALR-METRICA TO FIL-METRICA
           MOVE ALR-SEVERIDADE-ATUAL TO FIL-SEVERIDADE
           MOVE WS-EVENTO-ENVIO TO FIL-EVENTO
           STRING "Alerta " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-ENVIO) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-ESTACAO-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-METRICA) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-SEVERIDADE-ATUAL)
                      DELIMITED BY SIZE
                  "] valor " DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-VALOR-OBSERVADO)
                      DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  ALR-DATA-ULTIMA DELIMITED BY SIZE
                  ", aberto desde " DELIMITED BY SIZE
                  ALR-DATA-ABERTURA DELIMITED BY SIZE
                  ". Reconhecer para encerrar os avisos."
                      DELIMITED BY SIZE
                  INTO FIL-TEXTO
           WRITE MensagemFilaRecord
           ADD 1 TO WS-ENVIADOS-ALERTA
           ADD 1 TO WS-MENSAGENS-ENFILEIRADAS
           MOVE "ENFILEIRADA" TO WS-SITUACAO-ENTREGA
           PERFORM REGISTRAR-ENTREGA.

      *---------------------------------------------------------------
      * Registro de entregas: uma linha por mensagem enfileirada (com
      * o mesmo identificador da fila) ou por alerta sem contato.
      *---------------------------------------------------------------
       REGISTRAR-ENTREGA.
           MOVE FIL-NIVEL TO WS-EDIT-NIVEL
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FIL-MOMENTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FIL-SEQUENCIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(FIL-CONTATO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-NIVEL) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(FIL-CANAL) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(FIL-DESTINO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-METRICA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ALR-SEVERIDADE-ATUAL)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENTO-ENVIO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITUACAO-ENTREGA) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RegistroNotificacoesRecord FROM WS-LINHA-SAIDA.

       FINALIZAR.
           CLOSE AlertasEstado
           IF WS-MASTER-ABERTO
               CLOSE EstacoesMaster
           END-IF
           CLOSE NotificacoesEstado
           CLOSE FilaNotificacoes
           CLOSE RegistroNotificacoes
           MOVE WS-EVENTOS-LIDOS TO WS-EDIT-9
           DISPLAY "Eventos de alerta lidos: " WS-EDIT-9
           MOVE WS-EVENTOS-IGNORADOS TO WS-EDIT-9
           DISPLAY "Eventos sem aviso (abertura ou reabertura de "
               "alerta ja reconhecido, alerta fechado ou ausente): "
               WS-EDIT-9
           MOVE WS-LEMBRETES-ENVIADOS TO WS-EDIT-9
           DISPLAY "Lembretes de alertas sem reconhecimento: "
               WS-EDIT-9
           MOVE WS-AVISOS-ENCERRADOS TO WS-EDIT-9
           DISPLAY "Avisos encerrados (reconhecido ou fechado): "
               WS-EDIT-9
           MOVE WS-ALERTAS-SEM-CONTATO TO WS-EDIT-9
           DISPLAY "Avisos sem contato de plantao: " WS-EDIT-9
           MOVE WS-CONTATOS-REJEITADOS TO WS-EDIT-9
           DISPLAY "Linhas de contato rejeitadas: " WS-EDIT-9
           MOVE WS-MENSAGENS-ENFILEIRADAS TO WS-EDIT-9
           DISPLAY "Mensagens enfileiradas: " WS-EDIT-9
           DISPLAY "Despacho de alertas concluido: "
               "fila_notificacoes.txt, registro_notificacoes.csv".
