               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL EstacoesHistorico ASSIGN TO
               "estacoes_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-HIS-CHAVE
               FILE STATUS IS WS-FS-HISTORICO-EST.

           SELECT OPTIONAL SensoresInventario ASSIGN TO
               "sensores_inventario.dat"
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL CorrecoesLog ASSIGN TO "correcoes_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RejeitosLedger ASSIGN TO
               "rejeitos_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

       DATA DIVISION.
       FILE SECTION.
       FD  Resultados.
       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  EstacoesHistorico.
           COPY CPESTHIS.

       FD  SensoresInventario.
           COPY CPSENINV.

       FD  CorrecoesLog.
       01  CorrecoesLogRecord              PIC X(2048).

       FD  RejeitosLedger.
           COPY CPREJLDG.

       WORKING-STORAGE SECTION.
           COPY CPCOMBO.
           COPY CPMETDIC.
           COPY CPESTVIG.

      *---------------------------------------------------------------
      * Nomes de arquivo resolvidos em tempo de execucao (permitem
           05  WS-FS-CHECKPOINT             PIC XX.
           05  WS-FS-HISTORICO              PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-HISTORICO-EST          PIC XX.
           05  WS-FS-SENSORES              PIC XX.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-LIMITES                PIC XX.
           05  WS-FS-REGRAS                 PIC XX.
           05  WS-FS-PARAM-EXEC             PIC XX.
           05  WS-FS-FINIDX                 PIC XX.
           05  WS-FS-LEDGER                 PIC XX.

       01  WS-FLAGS.
           05  EOF-RESULTADOS               PIC X VALUE 'N'.
               88  WS-SENSORES-DISPONIVEIS  VALUE 'Y'.
           05  WS-FINIDX-DISPONIVEL-FLAG    PIC X VALUE 'N'.
               88  WS-FINIDX-DISPONIVEL     VALUE 'Y'.
           05  WS-LEDGER-DISPONIVEL-FLAG    PIC X VALUE 'N'.
               88  WS-LEDGER-DISPONIVEL     VALUE 'Y'.
           05  EOF-LEDGER                   PIC X VALUE 'N'.
               88  EOF-LEDGER-REACHED       VALUE 'Y'.
           05  WS-REGISTRO-CORRIGIDO-FLAG   PIC X VALUE 'N'.
               88  WS-REGISTRO-CORRIGIDO    VALUE 'C'.
               88  WS-RETRANSMISSAO-IGUAL   VALUE 'R'.

       01  WS-MOTIVO-REJEICAO               PIC X(30).

      *---------------------------------------------------------------
      * Rejeito corrente a caminho do livro de rejeitos
      * (rejeitos_ledger.dat): a chave e a linha bruta, montadas pela
      * rotina de rejeito de cada lado (resultados ou previsoes).
      *---------------------------------------------------------------
       01  WS-LEDGER-REJEITO.
           05  WS-LDG-ORIGEM                PIC X(10).
           05  WS-LDG-ARQUIVO               PIC X(100).
           05  WS-LDG-ESTACAO-ID            PIC X(10).
           05  WS-LDG-TIMESTAMP             PIC X(14).
           05  WS-LDG-HORIZONTE             PIC X(3).
           05  WS-LDG-SEQUENCIA             PIC 9(3) VALUE 0.
           05  WS-LDG-LINHA                 PIC X(1000).
           05  WS-LDG-RESOLVIDO-FLAG        PIC X VALUE 'N'.
               88  WS-LDG-RESOLVIDO         VALUE 'Y'.

      *---------------------------------------------------------------
      * Tabela de limites climatologicos plausiveis, carregada do
      * arquivo opcional limites_climatologicos.csv:
      * entrada chegam ordenados por EstacaoID, a mesma estacao e
      * consultada muitas vezes em sequencia; o resultado da ultima
      * consulta fica em cache para nao reler o indexado a cada linha.
      * Situacao: 'A' ativa, 'I' inativa, 'D' desconhecida, 'F' fora
      * de vigencia (a estacao ainda nao existia na data consultada).
      * Com WS-CONSULTA-DATA preenchida, situacao e nome sao os da
      * versao do historico em vigor na data (ver CPESTVIG); em
      * branco, valem os do cadastro corrente.
      *---------------------------------------------------------------
       01  WS-CONSULTA-MASTER.
           05  WS-CONSULTA-ID               PIC X(10).
           05  WS-CONSULTA-DATA             PIC X(8).
           05  WS-CONSULTA-SITUACAO         PIC X.
               88  WS-CONSULTA-ATIVA        VALUE 'A'.
               88  WS-CONSULTA-INATIVA      VALUE 'I'.
               88  WS-CONSULTA-DESCONHECIDA VALUE 'D'.
               88  WS-CONSULTA-FORA-VIGENCIA VALUE 'F'.
           05  WS-CONSULTA-NOME             PIC X(40).
           05  WS-CACHE-ID                  PIC X(10) VALUE SPACES.
           05  WS-CACHE-SITUACAO            PIC X VALUE SPACE.

           COPY CPMETDPR.

           COPY CPESTVPR.

      *---------------------------------------------------------------
      * Nomes das colunas observadas de final.csv, derivados do
      * dicionario na ordem de WS-RES-METRICA-TAB (Media, Minima,
           OPEN INPUT EstacoesMaster
           IF WS-FS-MASTER = "00"
               MOVE 'Y' TO WS-MASTER-DISPONIVEL-FLAG
               PERFORM ABRIR-HISTORICO-ESTACOES
           ELSE
               DISPLAY "Cadastro estacoes_master.dat indisponivel "
                   "(status " WS-FS-MASTER "), validacao de estacao "

      *---------------------------------------------------------------
      * Consulta (com cache) de WS-CONSULTA-ID no cadastro mestre,
      * devolvendo situacao e nome em WS-CONSULTA-MASTER. Estacao
      * cadastrada e consultada numa data passa ainda pelo historico
      * com vigencia: uma leitura de antes da desativacao continua
      * valida, e uma de antes da inclusao nao.
      *---------------------------------------------------------------
       CONSULTAR-ESTACAO-MASTER.
           PERFORM CONSULTAR-ESTACAO-CADASTRO
           IF WS-CONSULTA-DATA NOT = SPACES AND
              NOT WS-CONSULTA-DESCONHECIDA
               MOVE WS-CONSULTA-ID TO WS-VIG-ESTACAO-ID
               MOVE WS-CONSULTA-DATA TO WS-VIG-DATA
               PERFORM CONSULTAR-VIGENCIA-ESTACAO
               EVALUATE TRUE
                   WHEN WS-VIG-ENCONTRADA
                       MOVE WS-VIG-SITUACAO TO WS-CONSULTA-SITUACAO
                       MOVE WS-VIG-NOME TO WS-CONSULTA-NOME
                   WHEN WS-VIG-FORA-DE-VIGENCIA
                       SET WS-CONSULTA-FORA-VIGENCIA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CONSULTAR-ESTACAO-CADASTRO.
           IF WS-CONSULTA-ID = WS-CACHE-ID
               MOVE WS-CACHE-SITUACAO TO WS-CONSULTA-SITUACAO
               MOVE WS-CACHE-NOME TO WS-CONSULTA-NOME
                   "(status " WS-FS-FINIDX "), lote segue apenas com "
                   "os arquivos planos."
           END-IF
      *    O livro de rejeitos e opcional como o indexado: sem ele os
      *    rejeitos continuam indo para rejeitos.csv, so nao ficam
      *    acompanhados entre as execucoes.
           OPEN I-O RejeitosLedger
           IF WS-FS-LEDGER = "00" OR WS-FS-LEDGER = "05"
               MOVE 'Y' TO WS-LEDGER-DISPONIVEL-FLAG
           ELSE
               DISPLAY "Livro rejeitos_ledger.dat indisponivel "
                   "(status " WS-FS-LEDGER "), rejeitos deste lote "
                   "so em rejeitos.csv."
           END-IF
           IF CKPT-HEADER-ESCRITO = 'Y'
               OPEN EXTEND FinalFile
               OPEN EXTEND FinalJsonFile
           MOVE WS-EST-ARQ-PREVISOES(WS-EST-IDX) TO WS-NOME-PREVISOES
           IF WS-MASTER-DISPONIVEL
               MOVE WS-EST-ID(WS-EST-IDX) TO WS-CONSULTA-ID
               MOVE SPACES TO WS-CONSULTA-DATA
               PERFORM CONSULTAR-ESTACAO-MASTER
               IF WS-CONSULTA-DESCONHECIDA
                   MOVE "(nao cadastrada)" TO WS-EST-NOME(WS-EST-IDX)
           IF WS-PREVISOES-ABERTO
               CLOSE Previsoes
           END-IF
      *    O par REENVIO lido ate o fim (cada linha combinada, sem par
      *    ou rejeitada de novo com entrada propria no livro) da por
      *    reenviadas as entradas que ReenvioRejeitos emitiu nele.
           IF WS-EST-ID(WS-EST-IDX) = "REENVIO" AND
              WS-RESULTADOS-ABERTO AND WS-PREVISOES-ABERTO AND
              NOT WS-ERRO-SEQUENCIA AND
              NOT WS-MODO-VALIDAR AND WS-LEDGER-DISPONIVEL
               PERFORM BAIXAR-EMITIDOS-NO-LIVRO
           END-IF
           PERFORM ACUMULAR-TOTAIS-LOTE
           MOVE WS-EST-IDX TO CKPT-ULTIMA-ESTACAO-COMPLETA
      *    Enquanto a estacao interrompida registrada no checkpoint
           END-IF
           PERFORM GRAVAR-CHECKPOINT.

      *---------------------------------------------------------------
      * Passa para R toda entrada do livro em E (linha emitida nos
      * arquivos de reenvio e que a integracao acabou de ler).
      *---------------------------------------------------------------
       BAIXAR-EMITIDOS-NO-LIVRO.
           MOVE 'N' TO EOF-LEDGER
           MOVE LOW-VALUES TO RJL-CHAVE
           START RejeitosLedger KEY >= RJL-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-LEDGER
           END-START
           PERFORM UNTIL EOF-LEDGER-REACHED
               READ RejeitosLedger NEXT
                   AT END MOVE 'Y' TO EOF-LEDGER
                   NOT AT END
                       IF RJL-EMITIDO
                           SET RJL-REENVIADO TO TRUE
                           MOVE WS-RUN-ID TO RJL-DATA-SITUACAO
                           REWRITE RejeitoLedgerRecord
                               INVALID KEY
                                   DISPLAY "Falha ao baixar reenvio "
                                       "no livro (status "
                                       WS-FS-LEDGER ")."
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
      * Reposiciona os dois arquivos de entrada apos um checkpoint,
      * descartando as linhas ja processadas antes da interrupcao
           END-IF
           IF RESULTADO-VALIDO AND WS-MASTER-DISPONIVEL
               MOVE WS-RES-STATION-ID TO WS-CONSULTA-ID
               MOVE WS-RES-TIMESTAMP(1:8) TO WS-CONSULTA-DATA
               PERFORM CONSULTAR-ESTACAO-MASTER
               EVALUATE TRUE
                   WHEN WS-CONSULTA-DESCONHECIDA
                       MOVE 'N' TO WS-RESULTADO-VALIDO-FLAG
                       MOVE "ESTACAO_DESCONHECIDA" TO
                           WS-MOTIVO-REJEICAO
                   WHEN WS-CONSULTA-FORA-VIGENCIA
                       MOVE 'N' TO WS-RESULTADO-VALIDO-FLAG
                       MOVE "ESTACAO_FORA_DE_VIGENCIA" TO
                           WS-MOTIVO-REJEICAO
                   WHEN WS-CONSULTA-INATIVA
                       MOVE 'N' TO WS-RESULTADO-VALIDO-FLAG
                       MOVE "ESTACAO_DESATIVADA" TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(ResultadosRecord) DELIMITED BY SIZE
                  INTO WS-REJEITO-LINHA
           WRITE RejectRecord FROM WS-REJEITO-LINHA
           IF WS-LEDGER-DISPONIVEL
               MOVE "RESULTADOS" TO WS-LDG-ORIGEM
               MOVE WS-NOME-RESULTADOS TO WS-LDG-ARQUIVO
               MOVE WS-RES-STATION-ID TO WS-LDG-ESTACAO-ID
               MOVE WS-RES-TIMESTAMP TO WS-LDG-TIMESTAMP
               MOVE SPACES TO WS-LDG-HORIZONTE
               MOVE ResultadosRecord TO WS-LDG-LINHA
               PERFORM REGISTRAR-REJEITO-LEDGER
           END-IF.

      *---------------------------------------------------------------
      * Le a proxima Previsao valida, desviando linhas malformadas
           END-IF
           IF PREVISAO-VALIDA AND WS-MASTER-DISPONIVEL
               MOVE WS-PRE-STATION-ID TO WS-CONSULTA-ID
               MOVE WS-PRE-TIMESTAMP(1:8) TO WS-CONSULTA-DATA
               PERFORM CONSULTAR-ESTACAO-MASTER
               EVALUATE TRUE
                   WHEN WS-CONSULTA-DESCONHECIDA
                       MOVE 'N' TO WS-PREVISAO-VALIDA-FLAG
                       MOVE "ESTACAO_DESCONHECIDA" TO
                           WS-MOTIVO-REJEICAO
                   WHEN WS-CONSULTA-FORA-VIGENCIA
                       MOVE 'N' TO WS-PREVISAO-VALIDA-FLAG
                       MOVE "ESTACAO_FORA_DE_VIGENCIA" TO
                           WS-MOTIVO-REJEICAO
                   WHEN WS-CONSULTA-INATIVA
                       MOVE 'N' TO WS-PREVISAO-VALIDA-FLAG
                       MOVE "ESTACAO_DESATIVADA" TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF.

       GRAVAR-REJEITO-PREVISAO.
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PrevisoesRecord) DELIMITED BY SIZE
                  INTO WS-REJEITO-LINHA
           WRITE RejectRecord FROM WS-REJEITO-LINHA
           IF WS-LEDGER-DISPONIVEL
               MOVE "PREVISOES" TO WS-LDG-ORIGEM
               MOVE WS-NOME-PREVISOES TO WS-LDG-ARQUIVO
               MOVE WS-PRE-STATION-ID TO WS-LDG-ESTACAO-ID
               MOVE WS-PRE-TIMESTAMP TO WS-LDG-TIMESTAMP
               MOVE WS-PRE-HORIZONTE TO WS-LDG-HORIZONTE
               MOVE PrevisoesRecord TO WS-LDG-LINHA
               PERFORM REGISTRAR-REJEITO-LEDGER
           END-IF.

      *---------------------------------------------------------------
      * Registra o rejeito corrente no livro. A chave e procurada a
      * partir da sequencia 1: mesma chave com a mesma linha bruta e
      * reincidencia (o arquivo foi reprocessado) e so soma
      * ocorrencia, sem mexer na situacao - um rejeito ja reenviado
      * ou abandonado nao volta a pendente porque o arquivo original
      * rodou de novo; mesma chave com outra linha passa para a
      * sequencia seguinte. O motivo guardado e sempre o mais recente.
      *---------------------------------------------------------------
       REGISTRAR-REJEITO-LEDGER.
           MOVE 1 TO WS-LDG-SEQUENCIA
           MOVE 'N' TO WS-LDG-RESOLVIDO-FLAG
           PERFORM UNTIL WS-LDG-RESOLVIDO
               MOVE WS-LDG-ORIGEM TO RJL-ORIGEM
               MOVE WS-LDG-ARQUIVO TO RJL-ARQUIVO
               MOVE WS-LDG-ESTACAO-ID TO RJL-ESTACAO-ID
               MOVE WS-LDG-TIMESTAMP TO RJL-TIMESTAMP
               MOVE WS-LDG-HORIZONTE TO RJL-HORIZONTE
               MOVE WS-LDG-SEQUENCIA TO RJL-SEQUENCIA
               READ RejeitosLedger
                   INVALID KEY
                       PERFORM INCLUIR-REJEITO-LEDGER
                       MOVE 'Y' TO WS-LDG-RESOLVIDO-FLAG
                   NOT INVALID KEY
                       IF RJL-LINHA-ORIGINAL = WS-LDG-LINHA
                           PERFORM REINCIDIR-REJEITO-LEDGER
                           MOVE 'Y' TO WS-LDG-RESOLVIDO-FLAG
                       ELSE
                           IF WS-LDG-SEQUENCIA >= 999
                               DISPLAY "Livro de rejeitos: chave sem "
                                   "sequencia livre, rejeito so em "
                                   "rejeitos.csv."
                               MOVE 'Y' TO WS-LDG-RESOLVIDO-FLAG
                           ELSE
                               ADD 1 TO WS-LDG-SEQUENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-REJEITO-LEDGER.
           MOVE WS-MOTIVO-REJEICAO TO RJL-MOTIVO
           SET RJL-PENDENTE TO TRUE
           MOVE WS-RUN-ID TO RJL-DATA-PRIMEIRA
           MOVE WS-RUN-ID TO RJL-DATA-ULTIMA
           MOVE 1 TO RJL-OCORRENCIAS
           MOVE WS-RUN-ID TO RJL-DATA-SITUACAO
           MOVE SPACES TO RJL-OPERADOR
           MOVE SPACES TO RJL-MOTIVO-ABANDONO
           MOVE WS-LDG-LINHA TO RJL-LINHA-ORIGINAL
           MOVE SPACES TO RJL-LINHA-CORRIGIDA
           WRITE RejeitoLedgerRecord
               INVALID KEY
                   DISPLAY "Falha ao incluir rejeito no livro "
                       "(status " WS-FS-LEDGER ")."
           END-WRITE.

       REINCIDIR-REJEITO-LEDGER.
           MOVE WS-MOTIVO-REJEICAO TO RJL-MOTIVO
           MOVE WS-RUN-ID TO RJL-DATA-ULTIMA
           IF RJL-OCORRENCIAS < 9999
               ADD 1 TO RJL-OCORRENCIAS
           END-IF
           REWRITE RejeitoLedgerRecord
               INVALID KEY
                   DISPLAY "Falha ao regravar rejeito no livro "
                       "(status " WS-FS-LEDGER ")."
           END-REWRITE.

      *---------------------------------------------------------------
      * Combina um Resultado com um horizonte de Previsao e grava o
               CLOSE RejectFile
               CLOSE AlertasFile
               CLOSE CorrecoesLog
               IF WS-LEDGER-DISPONIVEL
                   CLOSE RejeitosLedger
               END-IF
           END-IF
           IF WS-MASTER-DISPONIVEL
               CLOSE EstacoesMaster
               PERFORM FECHAR-HISTORICO-ESTACOES
           END-IF
           IF WS-SENSORES-DISPONIVEIS
               CLOSE SensoresInventario
