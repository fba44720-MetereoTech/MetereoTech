       IDENTIFICATION DIVISION.
       PROGRAM-ID. AjusteCalibracao.

      *================================================================
      * Ajuste retroativo da deriva de calibracao. Quando o tecnico
      * calibra um sensor ele mede o erro "como encontrado" contra a
      * referencia; o InventarioSensores grava esse offset num evento
      * de calibracao (calibracoes_sensores.dat, ver CPSENCAL) junto
      * com a data da calibracao anterior. Sem este passo o cliente
      * de seguro recebe meses de leituras de um sensor derivado sem
      * correcao alguma.
      *
      * Para cada evento pendente, as leituras da estacao no
      * indexado de combinados (final_indexado.dat) entre a
      * calibracao anterior (inclusive) e a atual (exclusive) sao
      * corrigidas nas tres colunas observadas (Media, Minima,
      * Maxima) da familia de metricas cujo nome e o TipoSensor. A
      * deriva e suposta linear: nula na calibracao anterior e igual
      * ao offset na atual, entao cada leitura recebe
      *
      *   valor - offset x (minutos desde a calibracao anterior /
      *                     minutos do periodo)
      *
      * As colunas previstas nao mudam (previsao nao e leitura de
      * sensor). Cada chave alterada passa pela mesma disciplina das
      * correcoes tardias da integracao: o par ANTIGO/NOVO vai para
      * correcoes_log.csv com o identificador desta execucao e o
      * indexado recebe a versao nova por cima, preservando a data de
      * primeira publicacao. O flag de qualidade passa a
      * AJUSTADO_CALIBRACAO quando era OK e a
      * AJUSTADO_CALIBRACAO_VENCIDA quando era CALIBRACAO_VENCIDA -
      * o flag original continua legivel, e o extrato de SLA segue
      * contando como limpa so a leitura que ja era; um SUSPEITO-* ou
      * ESTIMADO continua valendo, por ser o aviso mais forte sobre a
      * leitura.
      *
      * O valor novo sai com ate quatro casas (a precisao do offset),
      * sem zeros a direita; leitura cujo deslocamento arredonda a
      * zero fica como esta.
      *
      * O evento aplicado e marcado 'A' com o momento do ajuste e a
      * quantidade de leituras. A cada execucao os eventos 'A' sao
      * reconferidos: leitura que chegou ou foi corrigida pela
      * integracao depois do ajuste volta ao indexado com o valor
      * bruto e precisa do deslocamento. Na reconferencia so e
      * deslocada a chave do periodo cujo flag prova que ela ainda
      * nao foi ajustada - OK ou CALIBRACAO_VENCIDA - ou que estava
      * bruta no inicio desta execucao e foi ajustada nela por outra
      * familia (arquivo de trabalho ajuste_calibracao_trabalho.dat).
      * Chave AJUSTADO_* fica como esta; chave com SUSPEITO-* ou
      * ESTIMADO, que o ajuste nao troca, nao diz se ja foi deslocada
      * e sai no relatorio como excecao para conferencia manual, sem
      * ser tocada. As leituras tardias somam em
      * CAL-LEITURAS-AJUSTADAS. Evento cujo TipoSensor nao
      * corresponde a familia alguma do dicionario e marcado 'N' e
      * listado.
      *
      * Saida: relatorio_ajuste_calibracao.txt, com cada evento
      * aplicado ou reconferido com leitura tardia, as excecoes e o
      * total por estacao e familia (leituras deslocadas,
      * deslocamento medio e maximo).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DicionarioMetricas ASSIGN TO
               "dicionario_metricas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DICIONARIO.

           SELECT OPTIONAL CalibracoesSensores ASSIGN TO
               "calibracoes_sensores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALIBRACOES.

           SELECT FinalIndexado ASSIGN TO "final_indexado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIX-CHAVE
               FILE STATUS IS WS-FS-FINIDX.

           SELECT OPTIONAL CorrecoesLog ASSIGN TO "correcoes_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRECOES.

           SELECT ChavesTrabalho ASSIGN TO
               "ajuste_calibracao_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RelatorioAjuste ASSIGN TO
               "relatorio_ajuste_calibracao.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DicionarioMetricas.
       01  DicionarioMetricasRecord        PIC X(100).

       FD  CalibracoesSensores.
           COPY CPSENCAL.

       FD  FinalIndexado.
           COPY CPFINIDX.

       FD  CorrecoesLog.
       01  CorrecoesLogRecord              PIC X(2048).

      *---------------------------------------------------------------
      * Chaves que estavam brutas (OK ou CALIBRACAO_VENCIDA) quando
      * esta execucao as ajustou pela primeira vez; recriado a cada
      * execucao.
      *---------------------------------------------------------------
       FD  ChavesTrabalho.
       01  ChavesTrabalhoRecord.
           05  AJT-CHAVE                    PIC X(27).

       FD  RelatorioAjuste.
       01  RelatorioAjusteRecord           PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPMETDIC.
           COPY CPCOMBO.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-CALIBRACOES            PIC XX.
           05  WS-FS-FINIDX                 PIC XX.
           05  WS-FS-CORRECOES              PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-CALIBRACOES              PIC X VALUE 'N'.
               88  EOF-CALIBRACOES-REACHED  VALUE 'Y'.
           05  EOF-INDEXADO                 PIC X VALUE 'N'.
               88  EOF-INDEXADO-REACHED     VALUE 'Y'.
           05  WS-INDEXADO-ABERTO-FLAG      PIC X VALUE 'N'.
               88  WS-INDEXADO-ABERTO       VALUE 'Y'.
           05  WS-REGISTRO-ALTERADO-FLAG    PIC X VALUE 'N'.
               88  WS-REGISTRO-ALTERADO     VALUE 'Y'.
           05  WS-CALIBRACOES-ABERTO-FLAG   PIC X VALUE 'N'.
               88  WS-CALIBRACOES-ABERTO    VALUE 'Y'.
           05  WS-EVENTO-REVISAO-FLAG       PIC X VALUE 'N'.
               88  WS-EVENTO-REVISAO        VALUE 'Y'.

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-RUN-ID                        PIC X(14).

      *---------------------------------------------------------------
      * Evento em aplicacao: familia, periodo em minutos e o
      * deslocamento da leitura corrente.
      *---------------------------------------------------------------
       01  WS-EVENTO.
           05  WS-EVT-FAMILIA               PIC 9(2) VALUE 0.
           05  WS-EVT-COLUNA                PIC 9(4) VALUE 0.
           05  WS-EVT-DIA-INICIO            PIC 9(9) VALUE 0.
           05  WS-EVT-DIA-FIM               PIC 9(9) VALUE 0.
           05  WS-EVT-MINUTOS-PERIODO       PIC 9(9) VALUE 0.
           05  WS-EVT-DATA-NUM              PIC 9(8) VALUE 0.
           05  WS-EVT-LEITURAS              PIC 9(9) VALUE 0.
           05  WS-EVT-REGISTROS             PIC 9(9) VALUE 0.
           05  WS-EVT-SOMA-DESLOCAMENTO     PIC 9(9)V9(4) VALUE 0.
           05  WS-EVT-MAIOR-DESLOCAMENTO    PIC 9(5)V9(4) VALUE 0.
           05  WS-EVT-ULTIMO-TIMESTAMP      PIC X(14).
           05  WS-EVT-EXCECOES              PIC 9(9) VALUE 0.

       01  WS-LEITURA.
           05  WS-LEI-DIA                   PIC 9(9) VALUE 0.
           05  WS-LEI-HORA                  PIC 9(2) VALUE 0.
           05  WS-LEI-MINUTO                PIC 9(2) VALUE 0.
           05  WS-LEI-MINUTOS-DECORRIDOS    PIC 9(9) VALUE 0.
           05  WS-LEI-DESLOCAMENTO          PIC S9(5)V9(4) VALUE 0.
           05  WS-LEI-DESLOCAMENTO-ABS      PIC 9(5)V9(4) VALUE 0.
           05  WS-LEI-VALOR                 PIC S9(7)V9(4) VALUE 0.
           05  WS-LEI-VALOR-NOVO            PIC S9(7)V9(4) VALUE 0.
           05  WS-LEI-VALOR-CURTO           PIC S9(7)V99 VALUE 0.
           05  WS-LEI-S                     PIC 9(2) VALUE 0.
           05  WS-LEI-C                     PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Total por estacao e familia: os eventos vem na ordem da
      * chave (estacao + tipo + data), entao a quebra e direta.
      *---------------------------------------------------------------
       01  WS-GRUPO.
           05  WS-GRP-ESTACAO-ID            PIC X(10).
           05  WS-GRP-TIPO                  PIC X(20).
           05  WS-GRP-EVENTOS               PIC 9(9) VALUE 0.
           05  WS-GRP-LEITURAS              PIC 9(9) VALUE 0.
           05  WS-GRP-SOMA-DESLOCAMENTO     PIC 9(9)V9(4) VALUE 0.
           05  WS-GRP-MAIOR-DESLOCAMENTO    PIC 9(5)V9(4) VALUE 0.
       01  WS-DESLOCAMENTO-MEDIO            PIC 9(5)V9(4) VALUE 0.

       01  WS-CONTADORES.
           05  WS-EVENTOS-LIDOS             PIC 9(9) VALUE 0.
           05  WS-EVENTOS-APLICADOS         PIC 9(9) VALUE 0.
           05  WS-EVENTOS-NAO-APLICAVEIS    PIC 9(9) VALUE 0.
           05  WS-LEITURAS-AJUSTADAS        PIC 9(9) VALUE 0.
           05  WS-REGISTROS-REGRAVADOS      PIC 9(9) VALUE 0.
           05  WS-EVENTOS-REVISTOS          PIC 9(9) VALUE 0.
           05  WS-LEITURAS-TARDIAS          PIC 9(9) VALUE 0.
           05  WS-CHAVES-EXCECAO            PIC 9(9) VALUE 0.

       01  WS-CORRECAO-AUDITORIA.
           05  WS-NOVO-METRICAS-ATUAIS      PIC X(300).
           05  WS-NOVO-FLAG-QUALIDADE       PIC X(40).
           05  WS-AUDIT-LINHA-ANTIGA        PIC X(2048).
           05  WS-AUDIT-LINHA-NOVA          PIC X(2048).
           05  WS-AUDIT-SAIDA               PIC X(2048).
           05  WS-AUDIT-MOMENTO             PIC X(21).
           05  WS-AUDIT-VERSAO-EDIT         PIC ZZZ9.

       01  WS-CSV-LINE                      PIC X(2048).
       01  WS-CAMPO-CSV                     PIC X(40).
       01  WS-I                             PIC 9(4) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VALOR                    PIC -(6)9.9(4).
       01  WS-EDIT-VALOR-CURTO              PIC -(6)9.99.
       01  WS-EDIT-BRANCOS                  PIC 9(2) VALUE 0.
       01  WS-EDIT-FIM                      PIC 9(2) VALUE 0.
       01  WS-EDIT-OFFSET                   PIC -(5)9.9999.
       01  WS-EDIT-MEDIO                    PIC Z(5)9.9999.
       01  WS-EDIT-MAIOR                    PIC Z(5)9.9999.
       01  WS-LINHA-RELATORIO               PIC X(200).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-DICIONARIO-METRICAS
           PERFORM ABRIR-ARQUIVOS
           PERFORM PROCESSAR-EVENTO UNTIL EOF-CALIBRACOES-REACHED
           PERFORM FECHAR-GRUPO
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-RUN-ID
           MOVE SPACES TO WS-GRP-ESTACAO-ID WS-GRP-TIPO.

       ABRIR-ARQUIVOS.
           OPEN OUTPUT RelatorioAjuste
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE AJUSTE DE DERIVA DE CALIBRACAO"
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Execucao " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           OPEN I-O CalibracoesSensores
           IF WS-FS-CALIBRACOES NOT = "00"
               IF WS-FS-CALIBRACOES = "05"
                   DISPLAY "Nenhum evento de calibracao registrado, "
                       "nada a ajustar."
               ELSE
                   DISPLAY "Nao foi possivel abrir "
                       "calibracoes_sensores.dat (status "
                       WS-FS-CALIBRACOES ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO EOF-CALIBRACOES
           ELSE
               MOVE 'Y' TO WS-CALIBRACOES-ABERTO-FLAG
               MOVE LOW-VALUES TO CAL-CHAVE
               START CalibracoesSensores KEY >= CAL-CHAVE
                   INVALID KEY MOVE 'Y' TO EOF-CALIBRACOES
               END-START
           END-IF.

      *---------------------------------------------------------------
      * O indexado e o log de correcoes so sao abertos no primeiro
      * evento pendente ou aplicado: sem evento a ajustar ou
      * reconferir, nada e tocado.
      *---------------------------------------------------------------
       ABRIR-INDEXADO.
           OPEN I-O FinalIndexado
           IF WS-FS-FINIDX NOT = "00"
               DISPLAY "Nao foi possivel abrir final_indexado.dat "
                   "(status " WS-FS-FINIDX "), eventos pendentes "
                   "ficam para a proxima execucao."
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO EOF-CALIBRACOES
           ELSE
      *        O log de correcoes nunca e truncado: a trilha de
      *        auditoria atravessa as execucoes.
               OPEN EXTEND CorrecoesLog
               OPEN OUTPUT ChavesTrabalho
               CLOSE ChavesTrabalho
               OPEN I-O ChavesTrabalho
               IF WS-FS-TRABALHO NOT = "00"
                   DISPLAY "Nao foi possivel abrir "
                       "ajuste_calibracao_trabalho.dat (status "
                       WS-FS-TRABALHO "), eventos ficam para a "
                       "proxima execucao."
                   CLOSE FinalIndexado
                   CLOSE CorrecoesLog
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO EOF-CALIBRACOES
               ELSE
                   MOVE 'Y' TO WS-INDEXADO-ABERTO-FLAG
               END-IF
           END-IF.

       PROCESSAR-EVENTO.
           READ CalibracoesSensores NEXT
               AT END MOVE 'Y' TO EOF-CALIBRACOES
               NOT AT END
                   ADD 1 TO WS-EVENTOS-LIDOS
                   IF CAL-PENDENTE OR CAL-APLICADO
                       IF CAL-ESTACAO-ID NOT = WS-GRP-ESTACAO-ID OR
                          CAL-TIPO NOT = WS-GRP-TIPO
                           PERFORM FECHAR-GRUPO
                           MOVE CAL-ESTACAO-ID TO WS-GRP-ESTACAO-ID
                           MOVE CAL-TIPO TO WS-GRP-TIPO
                       END-IF
                       IF CAL-APLICADO
                           MOVE 'Y' TO WS-EVENTO-REVISAO-FLAG
                       ELSE
                           MOVE 'N' TO WS-EVENTO-REVISAO-FLAG
                       END-IF
                       PERFORM TRATAR-EVENTO
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * Evento ja aplicado cuja familia saiu do dicionario nao vira
      * 'N': o ajuste feito continua valendo, so nao ha o que
      * reconferir.
      *---------------------------------------------------------------
       TRATAR-EVENTO.
           MOVE 0 TO WS-EVT-FAMILIA
           PERFORM VARYING WS-MET-I FROM 1 BY 1
               UNTIL WS-MET-I > WS-MET-QTD OR WS-EVT-FAMILIA > 0
               IF FUNCTION UPPER-CASE(CAL-TIPO) =
                  FUNCTION UPPER-CASE(WS-MET-NOME(WS-MET-I))
                   MOVE WS-MET-I TO WS-EVT-FAMILIA
               END-IF
           END-PERFORM
           IF WS-EVT-FAMILIA = 0
               IF NOT WS-EVENTO-REVISAO
                   PERFORM MARCAR-NAO-APLICAVEL
               END-IF
           ELSE
               IF NOT WS-INDEXADO-ABERTO
                   PERFORM ABRIR-INDEXADO
               END-IF
               IF WS-INDEXADO-ABERTO
                   PERFORM APLICAR-EVENTO
               END-IF
           END-IF.

       MARCAR-NAO-APLICAVEL.
           ADD 1 TO WS-EVENTOS-NAO-APLICAVEIS
           SET CAL-NAO-APLICAVEL TO TRUE
           MOVE WS-RUN-ID TO CAL-MOMENTO-AJUSTE
           REWRITE CalibracaoSensorRecord
               INVALID KEY
                   DISPLAY "Falha ao regravar evento de calibracao "
                       "(status " WS-FS-CALIBRACOES ")."
           END-REWRITE
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "NAO APLICAVEL: " DELIMITED BY SIZE
                  FUNCTION TRIM(CAL-ESTACAO-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CAL-TIPO) DELIMITED BY SIZE
                  " calibracao " DELIMITED BY SIZE
                  CAL-DATA-CALIBRACAO DELIMITED BY SIZE
                  " - tipo de sensor sem familia no dicionario de "
                      DELIMITED BY SIZE
                  "metricas" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO.

      *---------------------------------------------------------------
      * Percorre as chaves da estacao de CAL-DATA-ANTERIOR 00:00 ate
      * a vespera de CAL-DATA-CALIBRACAO, todos os horizontes (cada
      * horizonte repete as mesmas colunas observadas).
      *---------------------------------------------------------------
       APLICAR-EVENTO.
           COMPUTE WS-EVT-COLUNA = (WS-EVT-FAMILIA - 1) * 3
           MOVE CAL-DATA-ANTERIOR TO WS-EVT-DATA-NUM
           COMPUTE WS-EVT-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-EVT-DATA-NUM)
           MOVE CAL-DATA-CALIBRACAO TO WS-EVT-DATA-NUM
           COMPUTE WS-EVT-DIA-FIM =
               FUNCTION INTEGER-OF-DATE(WS-EVT-DATA-NUM)
           COMPUTE WS-EVT-MINUTOS-PERIODO =
               (WS-EVT-DIA-FIM - WS-EVT-DIA-INICIO) * 1440
           MOVE 0 TO WS-EVT-LEITURAS WS-EVT-REGISTROS
                     WS-EVT-SOMA-DESLOCAMENTO
                     WS-EVT-MAIOR-DESLOCAMENTO
                     WS-EVT-EXCECOES
           MOVE SPACES TO WS-EVT-ULTIMO-TIMESTAMP
           MOVE 'N' TO EOF-INDEXADO
           MOVE CAL-ESTACAO-ID TO FIX-STATION-ID
           MOVE CAL-DATA-ANTERIOR TO FIX-TIMESTAMP(1:8)
           MOVE "000000" TO FIX-TIMESTAMP(9:6)
           MOVE SPACES TO FIX-HORIZONTE
           START FinalIndexado KEY >= FIX-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-INDEXADO
           END-START
           PERFORM UNTIL EOF-INDEXADO-REACHED
               READ FinalIndexado NEXT
                   AT END MOVE 'Y' TO EOF-INDEXADO
                   NOT AT END
                       IF FIX-STATION-ID NOT = CAL-ESTACAO-ID OR
                          FIX-TIMESTAMP(1:8) >= CAL-DATA-CALIBRACAO
                           MOVE 'Y' TO EOF-INDEXADO
                       ELSE
                           PERFORM AJUSTAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EVENTO-REVISAO
               PERFORM CONCLUIR-REVISAO
           ELSE
               PERFORM CONCLUIR-APLICACAO
           END-IF.

       CONCLUIR-APLICACAO.
           SET CAL-APLICADO TO TRUE
           MOVE WS-RUN-ID TO CAL-MOMENTO-AJUSTE
           MOVE WS-EVT-LEITURAS TO CAL-LEITURAS-AJUSTADAS
           REWRITE CalibracaoSensorRecord
               INVALID KEY
                   DISPLAY "Falha ao regravar evento de calibracao "
                       "(status " WS-FS-CALIBRACOES ")."
           END-REWRITE
           ADD 1 TO WS-EVENTOS-APLICADOS
           ADD WS-EVT-LEITURAS TO WS-LEITURAS-AJUSTADAS
           ADD WS-EVT-REGISTROS TO WS-REGISTROS-REGRAVADOS
           ADD 1 TO WS-GRP-EVENTOS
           ADD WS-EVT-LEITURAS TO WS-GRP-LEITURAS
           ADD WS-EVT-SOMA-DESLOCAMENTO TO WS-GRP-SOMA-DESLOCAMENTO
           IF WS-EVT-MAIOR-DESLOCAMENTO > WS-GRP-MAIOR-DESLOCAMENTO
               MOVE WS-EVT-MAIOR-DESLOCAMENTO TO
                   WS-GRP-MAIOR-DESLOCAMENTO
           END-IF
           PERFORM GRAVAR-LINHA-EVENTO.

      *---------------------------------------------------------------
      * Evento 'A' reconferido: so aparece no relatorio se achou
      * leitura tardia ou excecao. O momento do ajuste original fica.
      *---------------------------------------------------------------
       CONCLUIR-REVISAO.
           ADD 1 TO WS-EVENTOS-REVISTOS
           ADD WS-EVT-EXCECOES TO WS-CHAVES-EXCECAO
           IF WS-EVT-LEITURAS > 0
               ADD WS-EVT-LEITURAS TO CAL-LEITURAS-AJUSTADAS
               REWRITE CalibracaoSensorRecord
                   INVALID KEY
                       DISPLAY "Falha ao regravar evento de "
                           "calibracao (status " WS-FS-CALIBRACOES
                           ")."
               END-REWRITE
               ADD WS-EVT-LEITURAS TO WS-LEITURAS-AJUSTADAS
                                      WS-LEITURAS-TARDIAS
               ADD WS-EVT-REGISTROS TO WS-REGISTROS-REGRAVADOS
               ADD WS-EVT-LEITURAS TO WS-GRP-LEITURAS
               ADD WS-EVT-SOMA-DESLOCAMENTO TO
                   WS-GRP-SOMA-DESLOCAMENTO
               IF WS-EVT-MAIOR-DESLOCAMENTO >
                  WS-GRP-MAIOR-DESLOCAMENTO
                   MOVE WS-EVT-MAIOR-DESLOCAMENTO TO
                       WS-GRP-MAIOR-DESLOCAMENTO
               END-IF
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "LEITURAS TARDIAS - evento ja aplicado em "
                          DELIMITED BY SIZE
                      CAL-MOMENTO-AJUSTE DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-EVENTO
           END-IF
           IF WS-EVT-EXCECOES > 0
               MOVE WS-EVT-EXCECOES TO WS-EDIT-9
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "EXCECAO: " DELIMITED BY SIZE
                      FUNCTION TRIM(CAL-ESTACAO-ID) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(CAL-TIPO) DELIMITED BY SIZE
                      " calibracao " DELIMITED BY SIZE
                      CAL-DATA-CALIBRACAO DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                      " chaves SUSPEITO/ESTIMADO no periodo nao "
                          DELIMITED BY SIZE
                      "reconferidas (flag nao indica se ja foram "
                          DELIMITED BY SIZE
                      "ajustadas)" DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           END-IF.

      *---------------------------------------------------------------
      * Deslocamento da leitura pela rampa linear e reescrita das
      * tres colunas observadas da familia. Campo vazio ou nao
      * numerico fica como esta.
      *---------------------------------------------------------------
       AJUSTAR-REGISTRO.
           IF FIX-TIMESTAMP(1:12) NUMERIC
               IF WS-EVENTO-REVISAO
                   PERFORM CONFERIR-CHAVE-REVISAO
               ELSE
                   PERFORM DESLOCAR-REGISTRO
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Reconferencia de evento 'A': OK/CALIBRACAO_VENCIDA e chave
      * bruta que esta execucao ja ajustou por outra familia sao
      * deslocadas; AJUSTADO_* fica; o resto e excecao.
      *---------------------------------------------------------------
       CONFERIR-CHAVE-REVISAO.
           IF FIX-FLAG-QUALIDADE = "OK" OR
              FIX-FLAG-QUALIDADE = "CALIBRACAO_VENCIDA"
               PERFORM DESLOCAR-REGISTRO
           ELSE
               MOVE FIX-CHAVE TO AJT-CHAVE
               READ ChavesTrabalho
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-FS-TRABALHO
                   WHEN "00"
                       PERFORM DESLOCAR-REGISTRO
                   WHEN "23"
                       IF FIX-FLAG-QUALIDADE(1:19) NOT =
                          "AJUSTADO_CALIBRACAO"
                           ADD 1 TO WS-EVT-EXCECOES
                       END-IF
                   WHEN OTHER
                       PERFORM ABORTAR-TRABALHO
               END-EVALUATE
           END-IF.

       DESLOCAR-REGISTRO.
           MOVE FIX-TIMESTAMP(1:8) TO WS-EVT-DATA-NUM
           COMPUTE WS-LEI-DIA =
               FUNCTION INTEGER-OF-DATE(WS-EVT-DATA-NUM)
           MOVE FIX-TIMESTAMP(9:2) TO WS-LEI-HORA
           MOVE FIX-TIMESTAMP(11:2) TO WS-LEI-MINUTO
           COMPUTE WS-LEI-MINUTOS-DECORRIDOS =
               (WS-LEI-DIA - WS-EVT-DIA-INICIO) * 1440
           COMPUTE WS-LEI-MINUTOS-DECORRIDOS =
               WS-LEI-MINUTOS-DECORRIDOS + WS-LEI-HORA * 60
               + WS-LEI-MINUTO
           COMPUTE WS-LEI-DESLOCAMENTO ROUNDED =
               CAL-OFFSET * WS-LEI-MINUTOS-DECORRIDOS
               / WS-EVT-MINUTOS-PERIODO
           MULTIPLY -1 BY WS-LEI-DESLOCAMENTO
           MOVE FIX-METRICAS-ATUAIS TO WSF-METRICAS-ATUAIS
           MOVE 'N' TO WS-REGISTRO-ALTERADO-FLAG
           IF WS-LEI-DESLOCAMENTO NOT = 0
               PERFORM VARYING WS-LEI-S FROM 1 BY 1
                   UNTIL WS-LEI-S > 3
                   COMPUTE WS-LEI-C = WS-EVT-COLUNA + WS-LEI-S
                   IF WSF-METRICA-ATUAL(WS-LEI-C) NOT = SPACES AND
                      FUNCTION TEST-NUMVAL
                          (WSF-METRICA-ATUAL(WS-LEI-C)) = 0
                       COMPUTE WS-LEI-VALOR = FUNCTION NUMVAL
                           (WSF-METRICA-ATUAL(WS-LEI-C))
                       COMPUTE WS-LEI-VALOR-NOVO =
                           WS-LEI-VALOR + WS-LEI-DESLOCAMENTO
                       IF WS-LEI-VALOR-NOVO NOT = WS-LEI-VALOR
                           PERFORM FORMATAR-VALOR-AJUSTADO
                           SET WS-REGISTRO-ALTERADO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REGISTRO-ALTERADO
               PERFORM REGRAVAR-REGISTRO-AJUSTADO
           END-IF.

      *---------------------------------------------------------------
      * Valor novo com ate quatro casas, sem zeros a direita (fica ao
      * menos uma casa). Se nao couber na coluna, vai arredondado a
      * duas casas em vez de cortado.
      *---------------------------------------------------------------
       FORMATAR-VALOR-AJUSTADO.
           MOVE WS-LEI-VALOR-NOVO TO WS-EDIT-VALOR
           MOVE 0 TO WS-EDIT-BRANCOS
           INSPECT WS-EDIT-VALOR TALLYING WS-EDIT-BRANCOS
               FOR LEADING SPACES
           MOVE LENGTH OF WS-EDIT-VALOR TO WS-EDIT-FIM
           PERFORM UNTIL WS-EDIT-FIM = LENGTH OF WS-EDIT-VALOR - 3
                      OR WS-EDIT-VALOR(WS-EDIT-FIM:1) NOT = "0"
               SUBTRACT 1 FROM WS-EDIT-FIM
           END-PERFORM
           IF WS-EDIT-FIM - WS-EDIT-BRANCOS >
              LENGTH OF WSF-METRICA-ATUAL(WS-LEI-C)
               COMPUTE WS-LEI-VALOR-CURTO ROUNDED = WS-LEI-VALOR-NOVO
               MOVE WS-LEI-VALOR-CURTO TO WS-EDIT-VALOR-CURTO
               MOVE FUNCTION TRIM(WS-EDIT-VALOR-CURTO) TO
                   WSF-METRICA-ATUAL(WS-LEI-C)
           ELSE
               MOVE WS-EDIT-VALOR(WS-EDIT-BRANCOS + 1:
                   WS-EDIT-FIM - WS-EDIT-BRANCOS) TO
                   WSF-METRICA-ATUAL(WS-LEI-C)
           END-IF.

      *---------------------------------------------------------------
      * Mesma disciplina de REGRAVAR-FINAL-INDEXADO da integracao:
      * par ANTIGO/NOVO no log, versao + 1, data de primeira
      * publicacao preservada.
      *---------------------------------------------------------------
       REGRAVAR-REGISTRO-AJUSTADO.
           IF FIX-FLAG-QUALIDADE = "OK" OR
              FIX-FLAG-QUALIDADE = "CALIBRACAO_VENCIDA"
               MOVE FIX-CHAVE TO AJT-CHAVE
               WRITE ChavesTrabalhoRecord
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-FS-TRABALHO NOT = "00" AND
                  WS-FS-TRABALHO NOT = "22"
                   PERFORM ABORTAR-TRABALHO
               END-IF
           END-IF
           MOVE WSF-METRICAS-ATUAIS TO WS-NOVO-METRICAS-ATUAIS
           EVALUATE FIX-FLAG-QUALIDADE
               WHEN "OK"
                   MOVE "AJUSTADO_CALIBRACAO" TO
                       WS-NOVO-FLAG-QUALIDADE
               WHEN "CALIBRACAO_VENCIDA"
                   MOVE "AJUSTADO_CALIBRACAO_VENCIDA" TO
                       WS-NOVO-FLAG-QUALIDADE
               WHEN OTHER
                   MOVE FIX-FLAG-QUALIDADE TO WS-NOVO-FLAG-QUALIDADE
           END-EVALUATE
           PERFORM GRAVAR-AUDITORIA-CORRECAO
           MOVE WS-NOVO-METRICAS-ATUAIS TO FIX-METRICAS-ATUAIS
           MOVE WS-NOVO-FLAG-QUALIDADE TO FIX-FLAG-QUALIDADE
           ADD 1 TO FIX-VERSAO
           REWRITE FinalIndexadoRecord
               INVALID KEY
                   DISPLAY "Falha ao regravar chave no indexado "
                       "(status " WS-FS-FINIDX ")."
           END-REWRITE
           ADD 1 TO WS-EVT-REGISTROS
           IF FIX-TIMESTAMP NOT = WS-EVT-ULTIMO-TIMESTAMP
               MOVE FIX-TIMESTAMP TO WS-EVT-ULTIMO-TIMESTAMP
               ADD 1 TO WS-EVT-LEITURAS
               IF WS-LEI-DESLOCAMENTO < 0
                   COMPUTE WS-LEI-DESLOCAMENTO-ABS =
                       0 - WS-LEI-DESLOCAMENTO
               ELSE
                   MOVE WS-LEI-DESLOCAMENTO TO WS-LEI-DESLOCAMENTO-ABS
               END-IF
               ADD WS-LEI-DESLOCAMENTO-ABS TO WS-EVT-SOMA-DESLOCAMENTO
               IF WS-LEI-DESLOCAMENTO-ABS > WS-EVT-MAIOR-DESLOCAMENTO
                   MOVE WS-LEI-DESLOCAMENTO-ABS TO
                       WS-EVT-MAIOR-DESLOCAMENTO
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Par de linhas de auditoria no formato de final.csv, como em
      * GRAVAR-AUDITORIA-CORRECAO da integracao:
      *   RunID;MomentoGravacao;ANTIGO;versao;linha-completa
      *   RunID;MomentoGravacao;NOVO;versao;linha-completa
      *---------------------------------------------------------------
       GRAVAR-AUDITORIA-CORRECAO.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-MOMENTO
           MOVE FIX-STATION-ID TO WSF-STATION-ID
           MOVE FIX-TIMESTAMP TO WSF-TIMESTAMP
           MOVE FIX-HORIZONTE TO WSF-HORIZONTE
           MOVE FIX-METRICAS-ATUAIS TO WSF-METRICAS-ATUAIS
           MOVE FIX-METRICAS-PREVISTAS TO WSF-METRICAS-PREVISTAS
           MOVE FIX-FLAG-QUALIDADE TO WSF-FLAG-QUALIDADE
           PERFORM MONTAR-LINHA-CSV
           MOVE WS-CSV-LINE TO WS-AUDIT-LINHA-ANTIGA
           MOVE WS-NOVO-METRICAS-ATUAIS TO WSF-METRICAS-ATUAIS
           MOVE WS-NOVO-FLAG-QUALIDADE TO WSF-FLAG-QUALIDADE
           PERFORM MONTAR-LINHA-CSV
           MOVE WS-CSV-LINE TO WS-AUDIT-LINHA-NOVA
           MOVE FIX-VERSAO TO WS-AUDIT-VERSAO-EDIT
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING WS-RUN-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-AUDIT-MOMENTO(1:14) DELIMITED BY SIZE
                  ";ANTIGO;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-VERSAO-EDIT)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-LINHA-ANTIGA)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           WRITE CorrecoesLogRecord FROM WS-AUDIT-SAIDA
           COMPUTE WS-AUDIT-VERSAO-EDIT = FIX-VERSAO + 1
           MOVE SPACES TO WS-AUDIT-SAIDA
           STRING WS-RUN-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-AUDIT-MOMENTO(1:14) DELIMITED BY SIZE
                  ";NOVO;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-VERSAO-EDIT)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-LINHA-NOVA)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-SAIDA
           WRITE CorrecoesLogRecord FROM WS-AUDIT-SAIDA.

       MONTAR-LINHA-CSV.
           MOVE SPACES TO WS-CSV-LINE
           STRING FUNCTION TRIM(WSF-STATION-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WSF-TIMESTAMP) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WSF-HORIZONTE) DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MET-COLS
               MOVE WSF-METRICA-ATUAL(WS-I) TO WS-CAMPO-CSV
               PERFORM ANEXAR-CAMPO-LINHA
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MET-QTD-PREV
               MOVE WSF-METRICA-PREVISTA(WS-I) TO WS-CAMPO-CSV
               PERFORM ANEXAR-CAMPO-LINHA
           END-PERFORM
           MOVE WSF-FLAG-QUALIDADE TO WS-CAMPO-CSV
           PERFORM ANEXAR-CAMPO-LINHA.

      *---------------------------------------------------------------
      * Falha no arquivo de trabalho: sem ele a reconferencia nao
      * distingue chave bruta de chave ja deslocada, entao o passo
      * para antes de regravar a chave corrente.
      *---------------------------------------------------------------
       ABORTAR-TRABALHO.
           DISPLAY "Falha ao acessar ajuste_calibracao_trabalho.dat "
               "(status " WS-FS-TRABALHO "), ajuste abortado."
           CLOSE FinalIndexado
           CLOSE CorrecoesLog
           CLOSE ChavesTrabalho
           CLOSE CalibracoesSensores
           CLOSE RelatorioAjuste
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       ANEXAR-CAMPO-LINHA.
           STRING FUNCTION TRIM(WS-CSV-LINE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMPO-CSV) DELIMITED BY SIZE
                  INTO WS-CSV-LINE.

       GRAVAR-LINHA-EVENTO.
           MOVE CAL-OFFSET TO WS-EDIT-OFFSET
           MOVE WS-EVT-LEITURAS TO WS-EDIT-9
           IF WS-EVT-LEITURAS > 0
               COMPUTE WS-DESLOCAMENTO-MEDIO ROUNDED =
                   WS-EVT-SOMA-DESLOCAMENTO / WS-EVT-LEITURAS
           ELSE
               MOVE 0 TO WS-DESLOCAMENTO-MEDIO
           END-IF
           MOVE WS-DESLOCAMENTO-MEDIO TO WS-EDIT-MEDIO
           MOVE WS-EVT-MAIOR-DESLOCAMENTO TO WS-EDIT-MAIOR
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING FUNCTION TRIM(CAL-ESTACAO-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CAL-TIPO) DELIMITED BY SIZE
                  " calibracao " DELIMITED BY SIZE
                  CAL-DATA-CALIBRACAO DELIMITED BY SIZE
                  " (periodo desde " DELIMITED BY SIZE
                  CAL-DATA-ANTERIOR DELIMITED BY SIZE
                  ", offset " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-OFFSET) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " leituras, desloc. medio " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-MEDIO) DELIMITED BY SIZE
                  ", maximo " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-MAIOR) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO.

      *---------------------------------------------------------------
      * Total da estacao e familia que acabou de ser percorrida (so
      * se algum evento dela foi aplicado nesta execucao ou achou
      * leitura tardia).
      *---------------------------------------------------------------
       FECHAR-GRUPO.
           IF WS-GRP-EVENTOS > 0 OR WS-GRP-LEITURAS > 0
               MOVE WS-GRP-LEITURAS TO WS-EDIT-9
               IF WS-GRP-LEITURAS > 0
                   COMPUTE WS-DESLOCAMENTO-MEDIO ROUNDED =
                       WS-GRP-SOMA-DESLOCAMENTO / WS-GRP-LEITURAS
               ELSE
                   MOVE 0 TO WS-DESLOCAMENTO-MEDIO
               END-IF
               MOVE WS-DESLOCAMENTO-MEDIO TO WS-EDIT-MEDIO
               MOVE WS-GRP-MAIOR-DESLOCAMENTO TO WS-EDIT-MAIOR
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "  Total " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GRP-ESTACAO-ID)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GRP-TIPO) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                      " leituras deslocadas, medio " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MEDIO) DELIMITED BY SIZE
                      ", maximo " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAIOR) DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
               MOVE SPACES TO WS-LINHA-RELATORIO
               WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           END-IF
           MOVE 0 TO WS-GRP-EVENTOS WS-GRP-LEITURAS
                     WS-GRP-SOMA-DESLOCAMENTO
                     WS-GRP-MAIOR-DESLOCAMENTO.

       FINALIZAR.
           MOVE WS-EVENTOS-LIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Eventos de calibracao lidos: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-EVENTOS-APLICADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Eventos aplicados nesta execucao: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-EVENTOS-NAO-APLICAVEIS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Eventos nao aplicaveis: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-EVENTOS-REVISTOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Eventos ja aplicados reconferidos: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-LEITURAS-AJUSTADAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Leituras ajustadas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-LEITURAS-TARDIAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "  das quais tardias, em eventos ja aplicados: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-CHAVES-EXCECAO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Chaves em excecao (SUSPEITO/ESTIMADO nao "
                      DELIMITED BY SIZE
                  "reconferidas): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           MOVE WS-REGISTROS-REGRAVADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Chaves regravadas no indexado (correcoes_log.csv): "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioAjusteRecord FROM WS-LINHA-RELATORIO
           IF WS-INDEXADO-ABERTO
               CLOSE FinalIndexado
               CLOSE CorrecoesLog
               CLOSE ChavesTrabalho
           END-IF
           IF WS-CALIBRACOES-ABERTO
               CLOSE CalibracoesSensores
           END-IF
           CLOSE RelatorioAjuste
           DISPLAY "Ajuste de calibracao concluido: "
               FUNCTION TRIM(WS-EDIT-9) " chaves regravadas.".

           COPY CPMETDPR.
