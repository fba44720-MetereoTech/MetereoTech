       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrecaoRejeitos.

      *================================================================
      * Manutencao do livro de rejeitos (rejeitos_ledger.dat, ver
      * CPREJLDG) pelos operadores. Le um arquivo de movimentos
      * (rejeitos_correcoes.csv) com uma acao por linha:
      *
      *   Acao;Origem;Arquivo;EstacaoID;DataHora;Horizonte;Sequencia;
      *   Operador;Texto
      *
      * Acoes aceitas:
      *   CORRIGIR   Texto e a linha corrigida, no layout do arquivo
      *              de origem (pode conter ';' - tudo apos o oitavo
      *              separador e o texto). Exige a chave completa;
      *              Sequencia em branco vale 1.
      *   REENVIAR   reenvia a linha original sem alteracao - o caso
      *              da estacao cadastrada depois que as leituras ja
      *              tinham chegado. Texto ignorado.
      *   ABANDONAR  encerra o rejeito sem reenvio; Texto e o motivo
      *              do abandono e e obrigatorio.
      * REENVIAR e ABANDONAR aceitam DataHora em branco: a acao vale
      * entao para todos os rejeitos em aberto da EstacaoID (e da
      * Origem e do Arquivo, se informados), para nao exigir uma
      * linha por leitura de um dia inteiro recusado.
      * Com Origem, Arquivo e Sequencia informados, a acao vale para
      * a entrada do livro exatamente com essa chave, EstacaoID e
      * DataHora inclusive mesmo em branco - e assim que se alcanca
      * a linha rejeitada sem EstacaoID ou com DataHora ilegivel, que
      * so a Sequencia distingue; a acao em lote exige Sequencia em
      * branco.
      *
      * Os rejeitos corrigidos ficam na situacao C ate o reenvio
      * (ReenvioRejeitos), e em E enquanto a integracao nao le o par
      * REENVIO; nas duas situacoes ainda aceitam nova acao (uma
      * nova correcao volta a entrada para C). Rejeito ja reenviado
      * (R) ou abandonado nao aceita mais acao. Movimentos invalidos
      * sao listados no relatorio de correcoes e nao interrompem o
      * lote.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Movimentos ASSIGN TO "rejeitos_correcoes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT RejeitosLedger ASSIGN TO "rejeitos_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT RelatorioCorrecoes ASSIGN TO
               "relatorio_correcoes_rejeitos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Movimentos.
       01  MovimentosRecord                PIC X(1300).

       FD  RejeitosLedger.
           COPY CPREJLDG.

       FD  RelatorioCorrecoes.
       01  RelatorioCorrecoesRecord        PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-MOVIMENTOS             PIC XX.
           05  WS-FS-LEDGER                 PIC XX.

       01  WS-FLAGS.
           05  EOF-MOVIMENTOS               PIC X VALUE 'N'.
               88  EOF-MOVIMENTOS-REACHED   VALUE 'Y'.
           05  EOF-LEDGER                   PIC X VALUE 'N'.
               88  EOF-LEDGER-REACHED       VALUE 'Y'.
           05  WS-MOVIMENTO-VALIDO-FLAG     PIC X VALUE 'N'.
               88  MOVIMENTO-VALIDO         VALUE 'Y'.
           05  WS-CHAVE-EXATA-FLAG          PIC X VALUE 'N'.
               88  WS-CHAVE-EXATA           VALUE 'Y'.
           05  WS-LOTE-ABORTADO-FLAG        PIC X VALUE 'N'.
               88  WS-LOTE-ABORTADO         VALUE 'Y'.
           05  WS-LEDGER-ABERTO-FLAG        PIC X VALUE 'N'.
               88  WS-LEDGER-ABERTO         VALUE 'Y'.

      *---------------------------------------------------------------
      * Movimento bruto ja decomposto. O texto (linha corrigida ou
      * motivo do abandono) e o resto da linha apos o oitavo campo,
      * recortado pelo ponteiro da UNSTRING.
      *---------------------------------------------------------------
       01  WS-MOVIMENTO-REC.
           05  WS-MOV-ACAO                  PIC X(10).
           05  WS-MOV-ORIGEM                PIC X(10).
           05  WS-MOV-ARQUIVO               PIC X(100).
           05  WS-MOV-ESTACAO-ID            PIC X(10).
           05  WS-MOV-TIMESTAMP             PIC X(14).
           05  WS-MOV-HORIZONTE             PIC X(3).
           05  WS-MOV-SEQUENCIA             PIC X(3).
           05  WS-MOV-OPERADOR              PIC X(20).
           05  WS-MOV-TEXTO                 PIC X(1000).

       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-SEQUENCIA-NUM                 PIC 9(3) VALUE 0.
       01  WS-REJEITOS-AFETADOS             PIC 9(9) VALUE 0.
       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-MOMENTO                       PIC X(14).

       01  WS-MOTIVO-ERRO                   PIC X(40).

       01  WS-CONTADORES.
           05  WS-MOVIMENTOS-LIDOS          PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-APLICADOS      PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-ERRO           PIC 9(9) VALUE 0.
           05  WS-REJEITOS-ALTERADOS        PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINHA-RELATORIO               PIC X(300).
       01  WS-CABECALHO-MOVIMENTOS          PIC X(4) VALUE "Acao".

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM ABRIR-ARQUIVOS
           PERFORM PROCESSAR-MOVIMENTOS UNTIL EOF-MOVIMENTOS-REACHED
           PERFORM FINALIZAR
           IF WS-LOTE-ABORTADO
               DISPLAY "Correcao de rejeitos abortada, nenhum "
                   "movimento aplicado."
           ELSE
               DISPLAY "Correcao de rejeitos concluida."
           END-IF
           STOP RUN.

       ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-MOMENTO
           OPEN INPUT Movimentos
           IF WS-FS-MOVIMENTOS NOT = "00"
               DISPLAY "Nao foi possivel abrir rejeitos_correcoes.csv"
                   " (status " WS-FS-MOVIMENTOS "), nada a fazer."
               MOVE 'Y' TO EOF-MOVIMENTOS
           END-IF
      *    O livro so nasce na integracao: sem ele nao ha rejeito a
      *    corrigir, e cria-lo vazio aqui nao ajudaria ninguem.
           IF WS-FS-MOVIMENTOS = "00"
               OPEN I-O RejeitosLedger
               IF WS-FS-LEDGER = "00"
                   SET WS-LEDGER-ABERTO TO TRUE
               ELSE
                   DISPLAY "Nao foi possivel abrir rejeitos_ledger.dat"
                       " (status " WS-FS-LEDGER "), lote abortado."
                   MOVE 'Y' TO EOF-MOVIMENTOS
                   SET WS-LOTE-ABORTADO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           OPEN OUTPUT RelatorioCorrecoes
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE CORRECAO DO LIVRO DE REJEITOS"
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO.

       PROCESSAR-MOVIMENTOS.
           MOVE SPACES TO WS-MOVIMENTO-REC
           READ Movimentos
               AT END MOVE 'Y' TO EOF-MOVIMENTOS
               NOT AT END
                   MOVE 1 TO WS-PARSE-PTR
                   UNSTRING MovimentosRecord DELIMITED BY ';'
                       INTO WS-MOV-ACAO
                            WS-MOV-ORIGEM
                            WS-MOV-ARQUIVO
                            WS-MOV-ESTACAO-ID
                            WS-MOV-TIMESTAMP
                            WS-MOV-HORIZONTE
                            WS-MOV-SEQUENCIA
                            WS-MOV-OPERADOR
                       WITH POINTER WS-PARSE-PTR
                   END-UNSTRING
                   IF WS-PARSE-PTR <= LENGTH OF MovimentosRecord
                       MOVE MovimentosRecord(WS-PARSE-PTR:)
                           TO WS-MOV-TEXTO
                   END-IF
                   IF WS-MOV-ACAO = WS-CABECALHO-MOVIMENTOS
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-MOVIMENTOS-LIDOS
                       PERFORM APLICAR-MOVIMENTO
                   END-IF
           END-READ.

       APLICAR-MOVIMENTO.
           MOVE 'Y' TO WS-MOVIMENTO-VALIDO-FLAG
           MOVE SPACES TO WS-MOTIVO-ERRO
           MOVE 0 TO WS-REJEITOS-AFETADOS
           PERFORM VALIDAR-MOVIMENTO
           IF MOVIMENTO-VALIDO
               EVALUATE WS-MOV-ACAO
                   WHEN "CORRIGIR"
                       PERFORM APLICAR-POR-CHAVE
                   WHEN "REENVIAR"
                   WHEN "ABANDONAR"
                       IF WS-MOV-TIMESTAMP = SPACES AND
                          NOT WS-CHAVE-EXATA
                           PERFORM APLICAR-EM-LOTE
                       ELSE
                           PERFORM APLICAR-POR-CHAVE
                       END-IF
               END-EVALUATE
           END-IF
           IF MOVIMENTO-VALIDO
               ADD 1 TO WS-MOVIMENTOS-APLICADOS
               ADD WS-REJEITOS-AFETADOS TO WS-REJEITOS-ALTERADOS
               PERFORM GRAVAR-LINHA-APLICADA
           ELSE
               ADD 1 TO WS-MOVIMENTOS-ERRO
               PERFORM GRAVAR-LINHA-ERRO
           END-IF.

      *---------------------------------------------------------------
      * Conferencias que nao dependem do livro: acao conhecida,
      * EstacaoID informada, texto presente onde e obrigatorio,
      * Origem valida e Sequencia numerica. Com a chave exata do
      * livro (Origem, Arquivo e Sequencia informados) EstacaoID e
      * DataHora em branco valem como parte da chave.
      *---------------------------------------------------------------
       VALIDAR-MOVIMENTO.
           MOVE 'N' TO WS-CHAVE-EXATA-FLAG
           IF WS-MOV-ORIGEM NOT = SPACES AND
              WS-MOV-ARQUIVO NOT = SPACES AND
              WS-MOV-SEQUENCIA NOT = SPACES
               MOVE 'Y' TO WS-CHAVE-EXATA-FLAG
           END-IF
           IF WS-MOV-ACAO NOT = "CORRIGIR" AND
              WS-MOV-ACAO NOT = "REENVIAR" AND
              WS-MOV-ACAO NOT = "ABANDONAR"
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "ACAO_DESCONHECIDA" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-ESTACAO-ID = SPACES AND
              NOT WS-CHAVE-EXATA
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "ESTACAO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND
              WS-MOV-ORIGEM NOT = SPACES AND
              WS-MOV-ORIGEM NOT = "RESULTADOS" AND
              WS-MOV-ORIGEM NOT = "PREVISOES"
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "ORIGEM_INVALIDA" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-ACAO = "CORRIGIR" AND
              NOT WS-CHAVE-EXATA AND
              (WS-MOV-ORIGEM = SPACES OR WS-MOV-ARQUIVO = SPACES OR
               WS-MOV-TIMESTAMP = SPACES)
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "CHAVE_INCOMPLETA" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-TIMESTAMP NOT = SPACES AND
              (WS-MOV-ORIGEM = SPACES OR WS-MOV-ARQUIVO = SPACES)
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "CHAVE_INCOMPLETA" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND
              (WS-MOV-ACAO = "CORRIGIR" OR
               WS-MOV-ACAO = "ABANDONAR") AND
              WS-MOV-TEXTO = SPACES
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "TEXTO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           MOVE 1 TO WS-SEQUENCIA-NUM
           IF MOVIMENTO-VALIDO AND WS-MOV-SEQUENCIA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MOV-SEQUENCIA) NOT = 0 OR
                  FUNCTION NUMVAL(WS-MOV-SEQUENCIA) < 1
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "SEQUENCIA_INVALIDA" TO WS-MOTIVO-ERRO
               ELSE
                   COMPUTE WS-SEQUENCIA-NUM =
                       FUNCTION NUMVAL(WS-MOV-SEQUENCIA)
               END-IF
           END-IF.

       APLICAR-POR-CHAVE.
           MOVE WS-MOV-ORIGEM TO RJL-ORIGEM
           MOVE WS-MOV-ARQUIVO TO RJL-ARQUIVO
           MOVE WS-MOV-ESTACAO-ID TO RJL-ESTACAO-ID
           MOVE WS-MOV-TIMESTAMP TO RJL-TIMESTAMP
           MOVE WS-MOV-HORIZONTE TO RJL-HORIZONTE
           MOVE WS-SEQUENCIA-NUM TO RJL-SEQUENCIA
           READ RejeitosLedger
               INVALID KEY
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "REJEITO_NAO_ENCONTRADO" TO WS-MOTIVO-ERRO
           END-READ
           IF MOVIMENTO-VALIDO AND NOT RJL-EM-ABERTO
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "REJEITO_JA_ENCERRADO" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM ATUALIZAR-REJEITO
           END-IF.

      *---------------------------------------------------------------
      * Acao em lote: varre o livro inteiro (a chave comeca pela
      * origem e pelo arquivo, nao pela estacao) e aplica a acao a
      * todo rejeito em aberto da estacao que case tambem com a
      * Origem e o Arquivo quando informados. Nenhum rejeito
      * alcancado e erro do movimento, para o operador notar a
      * estacao digitada errada.
      *---------------------------------------------------------------
       APLICAR-EM-LOTE.
           MOVE 'N' TO EOF-LEDGER
           MOVE LOW-VALUES TO RJL-CHAVE
           START RejeitosLedger KEY >= RJL-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-LEDGER
           END-START
           PERFORM UNTIL EOF-LEDGER-REACHED
               READ RejeitosLedger NEXT
                   AT END MOVE 'Y' TO EOF-LEDGER
                   NOT AT END
                       IF RJL-ESTACAO-ID = WS-MOV-ESTACAO-ID AND
                          RJL-EM-ABERTO AND
                          (WS-MOV-ORIGEM = SPACES OR
                           RJL-ORIGEM = WS-MOV-ORIGEM) AND
                          (WS-MOV-ARQUIVO = SPACES OR
                           RJL-ARQUIVO = WS-MOV-ARQUIVO)
                           PERFORM ATUALIZAR-REJEITO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJEITOS-AFETADOS = 0
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "NENHUM_REJEITO_EM_ABERTO" TO WS-MOTIVO-ERRO
           END-IF.

       ATUALIZAR-REJEITO.
           EVALUATE WS-MOV-ACAO
               WHEN "CORRIGIR"
                   SET RJL-CORRIGIDO TO TRUE
                   MOVE WS-MOV-TEXTO TO RJL-LINHA-CORRIGIDA
               WHEN "REENVIAR"
                   SET RJL-CORRIGIDO TO TRUE
                   MOVE RJL-LINHA-ORIGINAL TO RJL-LINHA-CORRIGIDA
               WHEN "ABANDONAR"
                   SET RJL-ABANDONADO TO TRUE
                   MOVE WS-MOV-TEXTO TO RJL-MOTIVO-ABANDONO
           END-EVALUATE
           MOVE WS-MOMENTO TO RJL-DATA-SITUACAO
           MOVE WS-MOV-OPERADOR TO RJL-OPERADOR
           REWRITE RejeitoLedgerRecord
               INVALID KEY
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "ERRO_REGRAVACAO" TO WS-MOTIVO-ERRO
               NOT INVALID KEY
                   ADD 1 TO WS-REJEITOS-AFETADOS
           END-REWRITE.

       GRAVAR-LINHA-APLICADA.
           MOVE WS-REJEITOS-AFETADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "OK: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-ACAO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-ESTACAO-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-TIMESTAMP) DELIMITED BY SIZE
                  " - rejeito(s) alterado(s): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO.

       GRAVAR-LINHA-ERRO.
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "ERRO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-ERRO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(MovimentosRecord) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO.

       FINALIZAR.
           MOVE WS-MOVIMENTOS-LIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos lidos: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO
           MOVE WS-MOVIMENTOS-APLICADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos aplicados: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO
           MOVE WS-MOVIMENTOS-ERRO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos com erro: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO
           MOVE WS-REJEITOS-ALTERADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Rejeitos alterados no livro: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioCorrecoesRecord FROM WS-LINHA-RELATORIO
           CLOSE Movimentos
           IF WS-LEDGER-ABERTO
               CLOSE RejeitosLedger
           END-IF
           CLOSE RelatorioCorrecoes.
