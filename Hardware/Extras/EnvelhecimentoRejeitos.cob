       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnvelhecimentoRejeitos.

      *================================================================
      * Relatorio semanal de envelhecimento dos rejeitos em aberto
      * no livro de rejeitos (rejeitos_ledger.dat): pendentes (P) e
      * corrigidos ainda nao reenviados (C, ou E ja emitidos e ainda
      * nao lidos pela integracao), por estacao e motivo,
      * com a idade contada da primeira rejeicao ate hoje nas faixas
      * 0-7, 8-30, 31-90 e mais de 90 dias e a data do rejeito mais
      * antigo de cada grupo.
      * A totalizacao por estacao + motivo passa por um arquivo de
      * trabalho indexado (envelhecimento_trabalho.dat, recriado a
      * cada execucao), lido depois na ordem da chave com quebra por
      * estacao - sem limite de estacoes ou motivos.
      * Saida: relatorio_envelhecimento_rejeitos.txt.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RejeitosLedger ASSIGN TO "rejeitos_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJL-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT EnvelhecimentoTrabalho ASSIGN TO
               "envelhecimento_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RelatorioEnvelhecimento ASSIGN TO
               "relatorio_envelhecimento_rejeitos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RejeitosLedger.
           COPY CPREJLDG.

       FD  EnvelhecimentoTrabalho.
       01  EnvelhecimentoTrabalhoRecord.
           05  AGT-CHAVE.
               10  AGT-ESTACAO-ID           PIC X(10).
               10  AGT-MOTIVO               PIC X(30).
           05  AGT-PENDENTES                PIC 9(9).
           05  AGT-CORRIGIDOS               PIC 9(9).
           05  AGT-FAIXAS.
               10  AGT-FAIXA                PIC 9(9) OCCURS 4 TIMES.
           05  AGT-MAIS-ANTIGO              PIC X(8).

       FD  RelatorioEnvelhecimento.
       01  RelatorioEnvelhecimentoRecord   PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-LEDGER                 PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-LEDGER                   PIC X VALUE 'N'.
               88  EOF-LEDGER-REACHED       VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-DATA-HOJE                     PIC 9(8).
       01  WS-DATA-REJEITO                  PIC 9(8).
       01  WS-IDADE-DIAS                    PIC S9(7) VALUE 0.
       01  WS-FAIXA-IDX                     PIC 9 VALUE 0.
       01  WS-I                             PIC 9 VALUE 0.

       01  WS-FAIXA-ROTULOS.
           05  FILLER                       PIC X(12) VALUE
               "0 a 7 dias".
           05  FILLER                       PIC X(12) VALUE
               "8 a 30 dias".
           05  FILLER                       PIC X(12) VALUE
               "31 a 90 dias".
           05  FILLER                       PIC X(12) VALUE
               "mais de 90".
       01  WS-FAIXA-ROTULOS-R REDEFINES WS-FAIXA-ROTULOS.
           05  WS-FAIXA-ROTULO              PIC X(12) OCCURS 4 TIMES.

      *---------------------------------------------------------------
      * Quebra por estacao e totais gerais.
      *---------------------------------------------------------------
       01  WS-ESTACAO-ANTERIOR              PIC X(10) VALUE SPACES.
       01  WS-TOTAIS-ESTACAO.
           05  WS-TES-EM-ABERTO             PIC 9(9) VALUE 0.
           05  WS-TES-MAIS-ANTIGO           PIC X(8) VALUE SPACES.
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-ESTACOES              PIC 9(9) VALUE 0.
           05  WS-TGE-PENDENTES             PIC 9(9) VALUE 0.
           05  WS-TGE-CORRIGIDOS            PIC 9(9) VALUE 0.
           05  WS-TGE-FAIXA                 PIC 9(9) OCCURS 4 TIMES
                                            VALUE 0.
           05  WS-TGE-MAIS-ANTIGO           PIC X(8) VALUE SPACES.

       01  WS-QTD-GRUPO                     PIC 9(9) VALUE 0.
       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-9-B                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINHA-SAIDA                  PIC X(200).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM TOTALIZAR-LIVRO
           PERFORM EMITIR-RELATORIO
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           OPEN INPUT RejeitosLedger
           IF WS-FS-LEDGER NOT = "00"
               DISPLAY "Nao foi possivel abrir rejeitos_ledger.dat "
                   "(status " WS-FS-LEDGER "), relatorio nao emitido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EnvelhecimentoTrabalho
           CLOSE EnvelhecimentoTrabalho
           OPEN I-O EnvelhecimentoTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "envelhecimento_trabalho.dat (status "
                   WS-FS-TRABALHO "), relatorio nao emitido."
               CLOSE RejeitosLedger
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RelatorioEnvelhecimento
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "RELATORIO DE ENVELHECIMENTO DE REJEITOS EM ABERTO"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Posicao em: " DELIMITED BY SIZE
                  WS-DATA-HORA-ATUAL(7:2) "/" WS-DATA-HORA-ATUAL(5:2)
                  "/" WS-DATA-HORA-ATUAL(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Le o livro inteiro e soma cada rejeito em aberto no grupo
      * estacao + motivo do arquivo de trabalho.
      *---------------------------------------------------------------
       TOTALIZAR-LIVRO.
           MOVE LOW-VALUES TO RJL-CHAVE
           START RejeitosLedger KEY >= RJL-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-LEDGER
           END-START
           PERFORM UNTIL EOF-LEDGER-REACHED
               READ RejeitosLedger NEXT
                   AT END MOVE 'Y' TO EOF-LEDGER
                   NOT AT END
                       IF RJL-EM-ABERTO
                           PERFORM SOMAR-REJEITO
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-REJEITO.
           PERFORM CALCULAR-FAIXA-IDADE
           MOVE RJL-ESTACAO-ID TO AGT-ESTACAO-ID
           IF AGT-ESTACAO-ID = SPACES
               MOVE "(sem ID)" TO AGT-ESTACAO-ID
           END-IF
           MOVE RJL-MOTIVO TO AGT-MOTIVO
           READ EnvelhecimentoTrabalho
               INVALID KEY
                   MOVE 0 TO AGT-PENDENTES
                   MOVE 0 TO AGT-CORRIGIDOS
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                       MOVE 0 TO AGT-FAIXA(WS-I)
                   END-PERFORM
                   MOVE RJL-DATA-PRIMEIRA(1:8) TO AGT-MAIS-ANTIGO
                   PERFORM ACUMULAR-NO-GRUPO
                   WRITE EnvelhecimentoTrabalhoRecord
                       INVALID KEY
                           DISPLAY "Falha ao gravar grupo "
                               AGT-CHAVE " (status "
                               WS-FS-TRABALHO ")."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACUMULAR-NO-GRUPO
                   IF RJL-DATA-PRIMEIRA(1:8) < AGT-MAIS-ANTIGO
                       MOVE RJL-DATA-PRIMEIRA(1:8) TO AGT-MAIS-ANTIGO
                   END-IF
                   REWRITE EnvelhecimentoTrabalhoRecord
                       INVALID KEY
                           DISPLAY "Falha ao regravar grupo "
                               AGT-CHAVE " (status "
                               WS-FS-TRABALHO ")."
                   END-REWRITE
           END-READ.

       ACUMULAR-NO-GRUPO.
           IF RJL-PENDENTE
               ADD 1 TO AGT-PENDENTES
           ELSE
               ADD 1 TO AGT-CORRIGIDOS
           END-IF
           ADD 1 TO AGT-FAIXA(WS-FAIXA-IDX).

      *---------------------------------------------------------------
      * Idade em dias desde a primeira rejeicao. Data ilegivel no
      * livro conta na faixa mais antiga, para nao esconder o rejeito.
      *---------------------------------------------------------------
       CALCULAR-FAIXA-IDADE.
           MOVE 4 TO WS-FAIXA-IDX
           IF RJL-DATA-PRIMEIRA(1:8) IS NUMERIC
               MOVE RJL-DATA-PRIMEIRA(1:8) TO WS-DATA-REJEITO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REJEITO) = 0
                   COMPUTE WS-IDADE-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-REJEITO)
                   EVALUATE TRUE
                       WHEN WS-IDADE-DIAS <= 7
                           MOVE 1 TO WS-FAIXA-IDX
                       WHEN WS-IDADE-DIAS <= 30
                           MOVE 2 TO WS-FAIXA-IDX
                       WHEN WS-IDADE-DIAS <= 90
                           MOVE 3 TO WS-FAIXA-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-FAIXA-IDX
                   END-EVALUATE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Percorre o trabalho na ordem estacao + motivo, com quebra por
      * estacao.
      *---------------------------------------------------------------
       EMITIR-RELATORIO.
           MOVE LOW-VALUES TO AGT-CHAVE
           START EnvelhecimentoTrabalho KEY >= AGT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ EnvelhecimentoTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF AGT-ESTACAO-ID NOT = WS-ESTACAO-ANTERIOR
                           IF WS-ESTACAO-ANTERIOR NOT = SPACES
                               PERFORM FECHAR-ESTACAO
                           END-IF
                           PERFORM ABRIR-ESTACAO
                       END-IF
                       PERFORM EMITIR-GRUPO
               END-READ
           END-PERFORM
           IF WS-ESTACAO-ANTERIOR NOT = SPACES
               PERFORM FECHAR-ESTACAO
           END-IF
           PERFORM EMITIR-TOTAIS-GERAIS.

       ABRIR-ESTACAO.
           MOVE AGT-ESTACAO-ID TO WS-ESTACAO-ANTERIOR
           MOVE 0 TO WS-TES-EM-ABERTO
           MOVE SPACES TO WS-TES-MAIS-ANTIGO
           ADD 1 TO WS-TGE-ESTACOES
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Estacao " DELIMITED BY SIZE
                  FUNCTION TRIM(AGT-ESTACAO-ID) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA.

       EMITIR-GRUPO.
           COMPUTE WS-QTD-GRUPO = AGT-PENDENTES + AGT-CORRIGIDOS
           ADD WS-QTD-GRUPO TO WS-TES-EM-ABERTO
           ADD AGT-PENDENTES TO WS-TGE-PENDENTES
           ADD AGT-CORRIGIDOS TO WS-TGE-CORRIGIDOS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               ADD AGT-FAIXA(WS-I) TO WS-TGE-FAIXA(WS-I)
           END-PERFORM
           IF WS-TES-MAIS-ANTIGO = SPACES OR
              AGT-MAIS-ANTIGO < WS-TES-MAIS-ANTIGO
               MOVE AGT-MAIS-ANTIGO TO WS-TES-MAIS-ANTIGO
           END-IF
           IF WS-TGE-MAIS-ANTIGO = SPACES OR
              AGT-MAIS-ANTIGO < WS-TGE-MAIS-ANTIGO
               MOVE AGT-MAIS-ANTIGO TO WS-TGE-MAIS-ANTIGO
           END-IF

           MOVE WS-QTD-GRUPO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Motivo " DELIMITED BY SIZE
                  FUNCTION TRIM(AGT-MOTIVO) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " em aberto, mais antigo de " DELIMITED BY SIZE
                  AGT-MAIS-ANTIGO(7:2) "/" AGT-MAIS-ANTIGO(5:2) "/"
                  AGT-MAIS-ANTIGO(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE AGT-PENDENTES TO WS-EDIT-9
           MOVE AGT-CORRIGIDOS TO WS-EDIT-9-B
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "    Pendentes: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  "   Corrigidos aguardando reenvio: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9-B) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE AGT-FAIXA(WS-I) TO WS-EDIT-9
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "    " DELIMITED BY SIZE
                      WS-FAIXA-ROTULO(WS-I) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-EDIT-9 DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           END-PERFORM.

       FECHAR-ESTACAO.
           MOVE WS-TES-EM-ABERTO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Total da estacao: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " em aberto, mais antigo de " DELIMITED BY SIZE
                  WS-TES-MAIS-ANTIGO(7:2) "/" WS-TES-MAIS-ANTIGO(5:2)
                  "/" WS-TES-MAIS-ANTIGO(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA.

       EMITIR-TOTAIS-GERAIS.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Total da rede ---" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-ESTACOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Estacoes com rejeitos em aberto: "
                      DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-PENDENTES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Pendentes: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-CORRIGIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Corrigidos aguardando reenvio: "
                      DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-TGE-FAIXA(WS-I) TO WS-EDIT-9
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "  " DELIMITED BY SIZE
                      WS-FAIXA-ROTULO(WS-I) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-EDIT-9 DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           END-PERFORM
           IF WS-TGE-MAIS-ANTIGO NOT = SPACES
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "  Rejeito mais antigo em aberto: "
                          DELIMITED BY SIZE
                      WS-TGE-MAIS-ANTIGO(7:2) "/"
                      WS-TGE-MAIS-ANTIGO(5:2) "/"
                      WS-TGE-MAIS-ANTIGO(1:4) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE RelatorioEnvelhecimentoRecord FROM WS-LINHA-SAIDA
           END-IF.

       FINALIZAR.
           CLOSE RejeitosLedger
           CLOSE EnvelhecimentoTrabalho
           CLOSE RelatorioEnvelhecimento
           COMPUTE WS-QTD-GRUPO = WS-TGE-PENDENTES + WS-TGE-CORRIGIDOS
           MOVE WS-QTD-GRUPO TO WS-EDIT-9
           DISPLAY "Envelhecimento de rejeitos: "
               FUNCTION TRIM(WS-EDIT-9)
               " rejeito(s) em aberto. Ver "
               "relatorio_envelhecimento_rejeitos.txt.".
