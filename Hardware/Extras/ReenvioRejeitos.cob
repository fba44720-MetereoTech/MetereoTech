       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReenvioRejeitos.

      *================================================================
      * Monta os arquivos de reenvio dos rejeitos corrigidos: toda
      * entrada do livro de rejeitos (rejeitos_ledger.dat) na
      * situacao C vira uma linha em reenvio_resultados.csv ou
      * reenvio_previsoes.csv, conforme a origem, e passa para E
      * (emitida). Quem passa E para R e a integracao, depois de ler
      * o par REENVIO inteiro; ate la a entrada volta a sair nos
      * arquivos a cada execucao deste passo. Como os dois arquivos
      * sao recriados a cada execucao, e isso que impede uma
      * correcao de se perder quando a integracao nao chega a rodar
      * (passo anterior falhou) entre dois reenvios.
      * Os dois arquivos saem ordenados por EstacaoID + DataHora (+
      * Horizonte), o pressuposto do casamento da integracao, e
      * entram no lote como mais um par do arquivo de controle:
      *
      *   REENVIO;reenvio_resultados.csv;reenvio_previsoes.csv
      *
      * Sem essa linha a integracao nunca leria os arquivos: o passo
      * termina com RC 8 sem mexer no livro.
      *
      * A ordenacao vem de um arquivo de trabalho indexado
      * (reenvio_trabalho.dat, recriado a cada execucao) chaveado
      * pela chave da linha CORRIGIDA - a correcao pode mudar a
      * propria EstacaoID ou DataHora, entao a chave do livro nao
      * serve para ordenar a saida.
      *
      * A integracao so publica o par resultado + previsao. Quando so
      * um dos lados foi rejeitado, o outro foi aceito na epoca e
      * descartado sem par; ele e recuperado aqui do arquivo
      * correspondente do mesmo par em estacoes_controle.csv, se
      * ainda estiver em disco. O lado que nao achar par sai assim
      * mesmo e e listado no relatorio: a integracao vai conta-lo
      * como resultado sem previsao (ou previsao sem resultado).
      *
      * Saidas: os dois arquivos de reenvio e
      * relatorio_reenvio_rejeitos.txt.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RejeitosLedger ASSIGN TO
               "rejeitos_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT OPTIONAL ControleEstacoes ASSIGN TO
               "estacoes_controle.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ReenvioTrabalho ASSIGN TO "reenvio_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ArquivoOriginal ASSIGN TO DYNAMIC WS-NOME-ORIGINAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGINAL.

           SELECT ReenvioResultados ASSIGN TO
               "reenvio_resultados.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReenvioPrevisoes ASSIGN TO
               "reenvio_previsoes.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RelatorioReenvio ASSIGN TO
               "relatorio_reenvio_rejeitos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RejeitosLedger.
           COPY CPREJLDG.

       FD  ControleEstacoes.
       01  ControleEstacoesRecord          PIC X(300).

      *---------------------------------------------------------------
      * Registro do arquivo de trabalho: a linha a reenviar, de onde
      * veio (C corrigida no livro, P par recuperado do arquivo
      * original) e, para a corrigida, se ainda falta o outro lado do
      * par (S falta, A atendido, R atendido pelo arquivo original,
      * N sem arquivo par conhecido) e em que arquivo procura-lo.
      *---------------------------------------------------------------
       FD  ReenvioTrabalho.
       01  ReenvioTrabalhoRecord.
           05  WRK-CHAVE.
               10  WRK-ORIGEM               PIC X(10).
               10  WRK-ESTACAO-ID           PIC X(10).
               10  WRK-TIMESTAMP            PIC X(14).
               10  WRK-HORIZONTE            PIC X(3).
           05  WRK-TIPO                     PIC X.
               88  WRK-CORRIGIDA            VALUE 'C'.
               88  WRK-PAR-RECUPERADO       VALUE 'P'.
           05  WRK-PAR-SITUACAO             PIC X.
               88  WRK-PAR-FALTANDO         VALUE 'S'.
               88  WRK-PAR-ATENDIDO         VALUE 'A' 'R'.
               88  WRK-PAR-DO-ORIGINAL      VALUE 'R'.
               88  WRK-PAR-SEM-ARQUIVO      VALUE 'N'.
           05  WRK-ARQUIVO-PAR              PIC X(100).
           05  WRK-LINHA                    PIC X(1000).

       FD  ArquivoOriginal.
       01  ArquivoOriginalRecord           PIC X(1000).

       FD  ReenvioResultados.
       01  ReenvioResultadosRecord         PIC X(1000).

       FD  ReenvioPrevisoes.
       01  ReenvioPrevisoesRecord          PIC X(1000).

       FD  RelatorioReenvio.
       01  RelatorioReenvioRecord          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-LEDGER                 PIC XX.
           05  WS-FS-CONTROLE               PIC XX.
           05  WS-FS-TRABALHO               PIC XX.
           05  WS-FS-ORIGINAL               PIC XX.

       01  WS-FLAGS.
           05  EOF-LEDGER                   PIC X VALUE 'N'.
               88  EOF-LEDGER-REACHED       VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  EOF-ORIGINAL                 PIC X VALUE 'N'.
               88  EOF-ORIGINAL-REACHED     VALUE 'Y'.
           05  WS-FIM-GRUPO-FLAG            PIC X VALUE 'N'.
               88  WS-FIM-GRUPO             VALUE 'Y'.
           05  WS-LINHA-OK-FLAG             PIC X VALUE 'N'.
               88  WS-LINHA-OK              VALUE 'Y'.

       01  WS-NOME-ORIGINAL                 PIC X(100).
       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-MOMENTO                       PIC X(14).

      *---------------------------------------------------------------
      * Pares do arquivo de controle (mesma carga da integracao),
      * para achar o arquivo do outro lado de cada rejeito, e a marca
      * de que ha par a recuperar em cada um dos dois arquivos.
      *---------------------------------------------------------------
       01  WS-CABECALHO-CONTROLE            PIC X(50) VALUE
               "EstacaoID;ArquivoResultados;ArquivoPrevisoes".

       01  WS-ARQ-REENVIO-RESULTADOS        PIC X(100) VALUE
               "reenvio_resultados.csv".
       01  WS-ARQ-REENVIO-PREVISOES         PIC X(100) VALUE
               "reenvio_previsoes.csv".
       01  WS-PAR-REENVIO-FLAG              PIC X VALUE 'N'.
           88  WS-PAR-REENVIO-CADASTRADO    VALUE 'Y'.

       01  WS-ESTACOES-TABELA.
           05  WS-ESTACOES-QTD              PIC 9(4) VALUE 0.
           05  WS-ESTACOES OCCURS 50 TIMES.
               10  WS-EST-ID                PIC X(10).
               10  WS-EST-ARQ-RESULTADOS    PIC X(100).
               10  WS-EST-ARQ-PREVISOES     PIC X(100).
               10  WS-EST-BUSCAR-RESULTADOS PIC X.
               10  WS-EST-BUSCAR-PREVISOES  PIC X.
       01  WS-EST-IDX                       PIC 9(4) VALUE 0.
       01  WS-I                             PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Chave da linha corrente (corrigida ou lida do original).
      *---------------------------------------------------------------
       01  WS-CHAVE-LINHA.
           05  WS-LIN-ESTACAO-ID            PIC X(10).
           05  WS-LIN-TIMESTAMP             PIC X(14).
           05  WS-LIN-HORIZONTE             PIC X(3).

       01  WS-REGISTRO-NOVO.
           05  WS-NOV-ORIGEM                PIC X(10).
           05  WS-NOV-ARQUIVO-PAR           PIC X(100).
           05  WS-NOV-PAR-SITUACAO          PIC X.
           05  WS-NOV-LINHA                 PIC X(1000).

       01  WS-MOTIVO-EXCECAO                PIC X(40).

       01  WS-CONTADORES.
           05  WS-CORRIGIDOS-LIDOS          PIC 9(9) VALUE 0.
           05  WS-JA-EMITIDOS               PIC 9(9) VALUE 0.
           05  WS-REENVIADOS-RESULTADOS     PIC 9(9) VALUE 0.
           05  WS-REENVIADOS-PREVISOES      PIC 9(9) VALUE 0.
           05  WS-PARES-RECUPERADOS         PIC 9(9) VALUE 0.
           05  WS-SEM-PAR                   PIC 9(9) VALUE 0.
           05  WS-EXCECOES                  PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINHA-RELATORIO               PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-CONTROLE-ESTACOES
           PERFORM VERIFICAR-PAR-REENVIO
           PERFORM MONTAR-TRABALHO-DO-LIVRO
           PERFORM RECUPERAR-PARES
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-ESTACOES-QTD
           PERFORM GRAVAR-ARQUIVOS-REENVIO
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:14) TO WS-MOMENTO
      *    Livro ainda inexistente (nenhuma rejeicao registrada)
      *    gera os arquivos de reenvio vazios, para o par do
      *    controle abrir normalmente na integracao.
           OPEN I-O RejeitosLedger
           IF WS-FS-LEDGER NOT = "00" AND WS-FS-LEDGER NOT = "05"
               DISPLAY "Nao foi possivel abrir rejeitos_ledger.dat "
                   "(status " WS-FS-LEDGER "), reenvio abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    OUTPUT esvazia o trabalho da execucao anterior; o I-O
      *    seguinte e o que permite gravar e consultar na mesma
      *    passada.
           OPEN OUTPUT ReenvioTrabalho
           CLOSE ReenvioTrabalho
           OPEN I-O ReenvioTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir reenvio_trabalho.dat "
                   "(status " WS-FS-TRABALHO "), reenvio abortado."
               CLOSE RejeitosLedger
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RelatorioReenvio
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE REENVIO DE REJEITOS CORRIGIDOS"
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO.

       CARREGAR-CONTROLE-ESTACOES.
           OPEN INPUT ControleEstacoes
           IF WS-FS-CONTROLE = "00"
               READ ControleEstacoes
                   AT END CONTINUE
                   NOT AT END
                       IF ControleEstacoesRecord NOT =
                          WS-CABECALHO-CONTROLE
                           PERFORM CARREGAR-LINHA-ESTACAO
                       END-IF
               END-READ
               PERFORM UNTIL WS-FS-CONTROLE = "10"
                   READ ControleEstacoes
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CARREGAR-LINHA-ESTACAO
                   END-READ
               END-PERFORM
               CLOSE ControleEstacoes
           ELSE
               MOVE 1 TO WS-ESTACOES-QTD
               MOVE "DEFAULT" TO WS-EST-ID(1)
               MOVE "resultados.csv" TO WS-EST-ARQ-RESULTADOS(1)
               MOVE "previsoes.csv" TO WS-EST-ARQ-PREVISOES(1)
               MOVE 'N' TO WS-EST-BUSCAR-RESULTADOS(1)
               MOVE 'N' TO WS-EST-BUSCAR-PREVISOES(1)
           END-IF.

       CARREGAR-LINHA-ESTACAO.
           IF WS-ESTACOES-QTD >= 50
               DISPLAY "Linha de estacoes_controle.csv ignorada: "
                       "limite de 50 estacoes por lote excedido."
           ELSE
               ADD 1 TO WS-ESTACOES-QTD
               UNSTRING ControleEstacoesRecord DELIMITED BY ';'
                   INTO WS-EST-ID(WS-ESTACOES-QTD)
                        WS-EST-ARQ-RESULTADOS(WS-ESTACOES-QTD)
                        WS-EST-ARQ-PREVISOES(WS-ESTACOES-QTD)
               MOVE 'N' TO WS-EST-BUSCAR-RESULTADOS(WS-ESTACOES-QTD)
               MOVE 'N' TO WS-EST-BUSCAR-PREVISOES(WS-ESTACOES-QTD)
           END-IF.

      *---------------------------------------------------------------
      * O par REENVIO precisa estar no controle, apontando para os
      * dois arquivos gravados aqui; do contrario a integracao nao os
      * le e o que passasse para E ficaria parado. Aborta antes de
      * tocar no livro.
      *---------------------------------------------------------------
       VERIFICAR-PAR-REENVIO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ESTACOES-QTD
               IF WS-EST-ID(WS-I) = "REENVIO" AND
                  WS-EST-ARQ-RESULTADOS(WS-I) =
                      WS-ARQ-REENVIO-RESULTADOS AND
                  WS-EST-ARQ-PREVISOES(WS-I) =
                      WS-ARQ-REENVIO-PREVISOES
                   MOVE 'Y' TO WS-PAR-REENVIO-FLAG
                   MOVE WS-ESTACOES-QTD TO WS-I
               END-IF
           END-PERFORM
           IF NOT WS-PAR-REENVIO-CADASTRADO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "ERRO: estacoes_controle.csv sem a linha "
                      DELIMITED BY SIZE
                      "REENVIO;reenvio_resultados.csv;"
                      DELIMITED BY SIZE
                      "reenvio_previsoes.csv - livro nao alterado."
                      DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
               DISPLAY "Par REENVIO ausente de estacoes_controle.csv;"
                   " reenvio abortado, livro nao alterado."
               CLOSE RejeitosLedger
               CLOSE ReenvioTrabalho
               CLOSE RelatorioReenvio
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Passa pelo livro inteiro levando cada rejeito corrigido (C)
      * ou ja emitido e ainda nao lido pela integracao (E) para o
      * arquivo de trabalho. A linha corrigida precisa ter chave
      * legivel, e duas correcoes nao podem cair na mesma chave - em
      * ambos os casos o rejeito fica como esta e sai no relatorio,
      * para o operador corrigir de novo.
      *---------------------------------------------------------------
       MONTAR-TRABALHO-DO-LIVRO.
           MOVE LOW-VALUES TO RJL-CHAVE
           START RejeitosLedger KEY >= RJL-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-LEDGER
           END-START
           PERFORM UNTIL EOF-LEDGER-REACHED
               READ RejeitosLedger NEXT
                   AT END MOVE 'Y' TO EOF-LEDGER
                   NOT AT END
                       IF RJL-A-REENVIAR
                           ADD 1 TO WS-CORRIGIDOS-LIDOS
                           IF RJL-EMITIDO
                               ADD 1 TO WS-JA-EMITIDOS
                           END-IF
                           PERFORM LEVAR-CORRIGIDO-AO-TRABALHO
                       END-IF
               END-READ
           END-PERFORM.

       LEVAR-CORRIGIDO-AO-TRABALHO.
           MOVE RJL-ORIGEM TO WS-NOV-ORIGEM
           MOVE RJL-LINHA-CORRIGIDA TO WS-NOV-LINHA
           PERFORM DECOMPOR-CHAVE-LINHA
           IF NOT WS-LINHA-OK
               MOVE "LINHA_CORRIGIDA_SEM_CHAVE" TO WS-MOTIVO-EXCECAO
               PERFORM GRAVAR-EXCECAO-LIVRO
           ELSE
               PERFORM LOCALIZAR-ARQUIVO-PAR
               MOVE WS-NOV-ORIGEM TO WRK-ORIGEM
               MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
               MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
               MOVE WS-LIN-HORIZONTE TO WRK-HORIZONTE
               SET WRK-CORRIGIDA TO TRUE
               MOVE WS-NOV-PAR-SITUACAO TO WRK-PAR-SITUACAO
               MOVE WS-NOV-ARQUIVO-PAR TO WRK-ARQUIVO-PAR
               MOVE WS-NOV-LINHA TO WRK-LINHA
               WRITE ReenvioTrabalhoRecord
                   INVALID KEY
                       MOVE "CHAVE_REPETIDA_NO_REENVIO" TO
                           WS-MOTIVO-EXCECAO
                       PERFORM GRAVAR-EXCECAO-LIVRO
                   NOT INVALID KEY
                       PERFORM CASAR-COM-CORRIGIDO-DO-OUTRO-LADO
                       IF RJL-CORRIGIDO
                           SET RJL-EMITIDO TO TRUE
                           MOVE WS-MOMENTO TO RJL-DATA-SITUACAO
                           REWRITE RejeitoLedgerRecord
                               INVALID KEY
                                   DISPLAY "Falha ao regravar rejeito "
                                       "no livro (status "
                                       WS-FS-LEDGER ")."
                           END-REWRITE
                       END-IF
               END-WRITE
           END-IF.

      *---------------------------------------------------------------
      * Chave da linha em WS-NOV-LINHA: EstacaoID e DataHora (e o
      * Horizonte, nas previsoes), com as mesmas exigencias minimas
      * da validacao da integracao.
      *---------------------------------------------------------------
       DECOMPOR-CHAVE-LINHA.
           MOVE SPACES TO WS-CHAVE-LINHA
           IF WS-NOV-ORIGEM = "PREVISOES"
               UNSTRING WS-NOV-LINHA DELIMITED BY ';'
                   INTO WS-LIN-ESTACAO-ID
                        WS-LIN-TIMESTAMP
                        WS-LIN-HORIZONTE
           ELSE
               UNSTRING WS-NOV-LINHA DELIMITED BY ';'
                   INTO WS-LIN-ESTACAO-ID
                        WS-LIN-TIMESTAMP
           END-IF
           MOVE 'Y' TO WS-LINHA-OK-FLAG
           IF WS-LIN-ESTACAO-ID = SPACES OR
              WS-LIN-TIMESTAMP = SPACES OR
              WS-LIN-TIMESTAMP NOT NUMERIC
               MOVE 'N' TO WS-LINHA-OK-FLAG
           END-IF
           IF WS-NOV-ORIGEM = "PREVISOES" AND
              WS-LIN-HORIZONTE = SPACES
               MOVE 'N' TO WS-LINHA-OK-FLAG
           END-IF.

      *---------------------------------------------------------------
      * Arquivo do outro lado do par de onde o rejeito veio. Os
      * proprios arquivos de reenvio nao contam: o par deles nao
      * existe fora deste programa.
      *---------------------------------------------------------------
       LOCALIZAR-ARQUIVO-PAR.
           MOVE SPACES TO WS-NOV-ARQUIVO-PAR
           MOVE 'N' TO WS-NOV-PAR-SITUACAO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ESTACOES-QTD
               IF RJL-ORIGEM = "RESULTADOS" AND
                  WS-EST-ARQ-RESULTADOS(WS-I) = RJL-ARQUIVO AND
                  RJL-ARQUIVO NOT = WS-ARQ-REENVIO-RESULTADOS
                   MOVE WS-EST-ARQ-PREVISOES(WS-I) TO
                       WS-NOV-ARQUIVO-PAR
                   MOVE 'S' TO WS-NOV-PAR-SITUACAO
                   MOVE 'Y' TO WS-EST-BUSCAR-PREVISOES(WS-I)
                   MOVE WS-ESTACOES-QTD TO WS-I
               ELSE
                   IF RJL-ORIGEM = "PREVISOES" AND
                      WS-EST-ARQ-PREVISOES(WS-I) = RJL-ARQUIVO AND
                      RJL-ARQUIVO NOT = WS-ARQ-REENVIO-PREVISOES
                       MOVE WS-EST-ARQ-RESULTADOS(WS-I) TO
                           WS-NOV-ARQUIVO-PAR
                       MOVE 'S' TO WS-NOV-PAR-SITUACAO
                       MOVE 'Y' TO WS-EST-BUSCAR-RESULTADOS(WS-I)
                       MOVE WS-ESTACOES-QTD TO WS-I
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Os dois lados rejeitados e corrigidos (estacao cadastrada
      * tarde recusa resultados e previsoes juntos) ja formam o par
      * dentro do proprio trabalho: marca os dois como atendidos.
      *---------------------------------------------------------------
       CASAR-COM-CORRIGIDO-DO-OUTRO-LADO.
           IF WS-NOV-ORIGEM = "RESULTADOS"
               MOVE "PREVISOES" TO WRK-ORIGEM
               MOVE LOW-VALUES TO WRK-HORIZONTE
               PERFORM MARCAR-PREVISOES-ATENDIDAS
               IF NOT WS-FIM-GRUPO
                   PERFORM MARCAR-RESULTADO-ATENDIDO
               END-IF
           ELSE
               MOVE "RESULTADOS" TO WRK-ORIGEM
               MOVE SPACES TO WRK-HORIZONTE
               READ ReenvioTrabalho
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WRK-PAR-ATENDIDO TO TRUE
                       REWRITE ReenvioTrabalhoRecord
                       END-REWRITE
                       MOVE "PREVISOES" TO WRK-ORIGEM
                       MOVE WS-LIN-HORIZONTE TO WRK-HORIZONTE
                       READ ReenvioTrabalho
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               SET WRK-PAR-ATENDIDO TO TRUE
                               REWRITE ReenvioTrabalhoRecord
                               END-REWRITE
                       END-READ
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Marca como atendidas todas as previsoes do trabalho com a
      * EstacaoID + DataHora em WS-CHAVE-LINHA (WRK-ORIGEM ja em
      * PREVISOES, horizonte em LOW-VALUES para o START). Deixa
      * WS-FIM-GRUPO ligado quando nao ha nenhuma.
      *---------------------------------------------------------------
       MARCAR-PREVISOES-ATENDIDAS.
           MOVE 'Y' TO WS-FIM-GRUPO-FLAG
           MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
           MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
           MOVE 'N' TO EOF-TRABALHO
           START ReenvioTrabalho KEY >= WRK-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ ReenvioTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF WRK-ORIGEM = "PREVISOES" AND
                          WRK-ESTACAO-ID = WS-LIN-ESTACAO-ID AND
                          WRK-TIMESTAMP = WS-LIN-TIMESTAMP
                           MOVE 'N' TO WS-FIM-GRUPO-FLAG
                           SET WRK-PAR-ATENDIDO TO TRUE
                           REWRITE ReenvioTrabalhoRecord
                           END-REWRITE
                       ELSE
                           MOVE 'Y' TO EOF-TRABALHO
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-RESULTADO-ATENDIDO.
           MOVE "RESULTADOS" TO WRK-ORIGEM
           MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
           MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
           MOVE SPACES TO WRK-HORIZONTE
           READ ReenvioTrabalho
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WRK-PAR-ATENDIDO TO TRUE
                   REWRITE ReenvioTrabalhoRecord
                   END-REWRITE
           END-READ.

      *---------------------------------------------------------------
      * Para o par WS-EST-IDX do controle, le o arquivo original do
      * lado que ficou sem correcao e traz para o trabalho as linhas
      * cuja chave tem um corrigido do outro lado ainda sem par.
      *---------------------------------------------------------------
       RECUPERAR-PARES.
           IF WS-EST-BUSCAR-PREVISOES(WS-EST-IDX) = 'Y'
               MOVE WS-EST-ARQ-PREVISOES(WS-EST-IDX) TO
                   WS-NOME-ORIGINAL
               MOVE "PREVISOES" TO WS-NOV-ORIGEM
               PERFORM VARRER-ARQUIVO-ORIGINAL
           END-IF
           IF WS-EST-BUSCAR-RESULTADOS(WS-EST-IDX) = 'Y'
               MOVE WS-EST-ARQ-RESULTADOS(WS-EST-IDX) TO
                   WS-NOME-ORIGINAL
               MOVE "RESULTADOS" TO WS-NOV-ORIGEM
               PERFORM VARRER-ARQUIVO-ORIGINAL
           END-IF.

       VARRER-ARQUIVO-ORIGINAL.
           MOVE 'N' TO EOF-ORIGINAL
           OPEN INPUT ArquivoOriginal
           IF WS-FS-ORIGINAL NOT = "00"
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "AVISO: arquivo original " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOME-ORIGINAL)
                          DELIMITED BY SIZE
                      " indisponivel (status " DELIMITED BY SIZE
                      WS-FS-ORIGINAL DELIMITED BY SIZE
                      "), pares nao recuperados." DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           ELSE
               PERFORM UNTIL EOF-ORIGINAL-REACHED
                   READ ArquivoOriginal
                       AT END MOVE 'Y' TO EOF-ORIGINAL
                       NOT AT END
                           MOVE ArquivoOriginalRecord TO WS-NOV-LINHA
                           PERFORM DECOMPOR-CHAVE-LINHA
                           IF WS-LINHA-OK
                               PERFORM AVALIAR-LINHA-ORIGINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArquivoOriginal
           END-IF.

      *---------------------------------------------------------------
      * Linha de previsao do original: serve ao resultado corrigido
      * de mesma EstacaoID + DataHora que ainda espera par neste
      * arquivo. Linha de resultado do original: serve as previsoes
      * corrigidas de mesma EstacaoID + DataHora, idem.
      *---------------------------------------------------------------
       AVALIAR-LINHA-ORIGINAL.
           IF WS-NOV-ORIGEM = "PREVISOES"
               MOVE "RESULTADOS" TO WRK-ORIGEM
               MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
               MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
               MOVE SPACES TO WRK-HORIZONTE
               READ ReenvioTrabalho
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
      *                Todos os horizontes da mesma DataHora servem:
      *                depois do primeiro o resultado fica em R.
                       IF (WRK-PAR-FALTANDO OR WRK-PAR-DO-ORIGINAL)
                          AND WRK-ARQUIVO-PAR = WS-NOME-ORIGINAL
                           IF WRK-PAR-FALTANDO
                               SET WRK-PAR-DO-ORIGINAL TO TRUE
                               REWRITE ReenvioTrabalhoRecord
                               END-REWRITE
                           END-IF
                           PERFORM INCLUIR-PAR-RECUPERADO
                       END-IF
               END-READ
           ELSE
               MOVE "PREVISOES" TO WRK-ORIGEM
               MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
               MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
               MOVE LOW-VALUES TO WRK-HORIZONTE
               START ReenvioTrabalho KEY >= WRK-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ReenvioTrabalho NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF WRK-ORIGEM = "PREVISOES" AND
                                  WRK-ESTACAO-ID = WS-LIN-ESTACAO-ID
                                  AND WRK-TIMESTAMP = WS-LIN-TIMESTAMP
                                  AND WRK-PAR-FALTANDO
                                  AND WRK-ARQUIVO-PAR =
                                      WS-NOME-ORIGINAL
                                   MOVE "PREVISOES" TO WRK-ORIGEM
                                   MOVE LOW-VALUES TO WRK-HORIZONTE
                                   PERFORM MARCAR-PREVISOES-ATENDIDAS
                                   PERFORM INCLUIR-PAR-RECUPERADO
                               END-IF
                       END-READ
               END-START
           END-IF.

      *---------------------------------------------------------------
      * Grava a linha original corrente no trabalho como par
      * recuperado. Se a chave ja existir (o proprio lado foi
      * corrigido tambem), vale a versao corrigida.
      *---------------------------------------------------------------
       INCLUIR-PAR-RECUPERADO.
           MOVE WS-NOV-ORIGEM TO WRK-ORIGEM
           MOVE WS-LIN-ESTACAO-ID TO WRK-ESTACAO-ID
           MOVE WS-LIN-TIMESTAMP TO WRK-TIMESTAMP
           MOVE WS-LIN-HORIZONTE TO WRK-HORIZONTE
           SET WRK-PAR-RECUPERADO TO TRUE
           SET WRK-PAR-ATENDIDO TO TRUE
           MOVE SPACES TO WRK-ARQUIVO-PAR
           MOVE WS-NOV-LINHA TO WRK-LINHA
           WRITE ReenvioTrabalhoRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-PARES-RECUPERADOS
           END-WRITE.

      *---------------------------------------------------------------
      * Descarrega o trabalho na ordem da chave: as previsoes vem
      * antes dos resultados (a origem abre a chave), e dentro de
      * cada origem a ordem ja e EstacaoID + DataHora (+ Horizonte).
      *---------------------------------------------------------------
       GRAVAR-ARQUIVOS-REENVIO.
           OPEN OUTPUT ReenvioResultados
           OPEN OUTPUT ReenvioPrevisoes
           MOVE 'N' TO EOF-TRABALHO
           MOVE LOW-VALUES TO WRK-CHAVE
           START ReenvioTrabalho KEY >= WRK-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ ReenvioTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       PERFORM GRAVAR-LINHA-REENVIO
               END-READ
           END-PERFORM
           CLOSE ReenvioResultados
           CLOSE ReenvioPrevisoes.

       GRAVAR-LINHA-REENVIO.
           IF WRK-ORIGEM = "RESULTADOS"
               WRITE ReenvioResultadosRecord FROM WRK-LINHA
               ADD 1 TO WS-REENVIADOS-RESULTADOS
           ELSE
               WRITE ReenvioPrevisoesRecord FROM WRK-LINHA
               ADD 1 TO WS-REENVIADOS-PREVISOES
           END-IF
           IF WRK-CORRIGIDA AND NOT WRK-PAR-ATENDIDO
               ADD 1 TO WS-SEM-PAR
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING "SEM PAR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ORIGEM) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ESTACAO-ID) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WRK-TIMESTAMP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WRK-HORIZONTE DELIMITED BY SIZE
                      INTO WS-LINHA-RELATORIO
               WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           END-IF.

       GRAVAR-EXCECAO-LIVRO.
           ADD 1 TO WS-EXCECOES
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "MANTIDO SEM REENVIO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-EXCECAO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RJL-ORIGEM) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RJL-ARQUIVO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RJL-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RJL-TIMESTAMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RJL-HORIZONTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RJL-SEQUENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO.

       FINALIZAR.
           MOVE WS-CORRIGIDOS-LIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Rejeitos corrigidos no livro: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-JA-EMITIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "  dos quais ja emitidos e ainda nao lidos pela "
                  DELIMITED BY SIZE
                  "integracao: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-REENVIADOS-RESULTADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Linhas em reenvio_resultados.csv: "
                  DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-REENVIADOS-PREVISOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Linhas em reenvio_previsoes.csv: "
                  DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-PARES-RECUPERADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Pares recuperados dos originais: "
                  DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-SEM-PAR TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Reenviados sem par: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           MOVE WS-EXCECOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Mantidos sem reenvio (ver acima): "
                  DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioReenvioRecord FROM WS-LINHA-RELATORIO
           CLOSE RejeitosLedger
           CLOSE ReenvioTrabalho
           CLOSE RelatorioReenvio
           MOVE WS-CORRIGIDOS-LIDOS TO WS-EDIT-9
           DISPLAY "Reenvio de rejeitos montado: "
               FUNCTION TRIM(WS-EDIT-9)
               " rejeito(s) corrigido(s) no livro. Ver "
               "relatorio_reenvio_rejeitos.txt.".
