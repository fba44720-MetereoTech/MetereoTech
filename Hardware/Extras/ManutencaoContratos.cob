       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManutencaoContratos.

      *================================================================
      * Manutencao do cadastro de contratos com as fazendas
      * hospedeiras (contratos_fazendas.dat, indexado por EstacaoID).
      * Le um arquivo de movimentos (contratos_manutencao.csv) com uma
      * acao por linha:
      *
      *   Acao;EstacaoID;FazendaID;NomeFazenda;Contrato;
      *   DisponibilidadePct;LeiturasOkPct;TaxaCredito;DataInicio;
      *   DataFim
      *
      * Acoes aceitas: INCLUIR (novo contrato, nasce ativo), ALTERAR
      * (atualiza os campos informados, preservando os deixados em
      * branco), ENCERRAR e REATIVAR (mudam a situacao; no ENCERRAR
      * uma DataFim informada passa a ser o fim da vigencia). A
      * estacao precisa constar do cadastro mestre quando ele existe.
      * Movimentos invalidos sao listados no relatorio de manutencao
      * e nao interrompem o lote.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Movimentos ASSIGN TO "contratos_manutencao.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT OPTIONAL ContratosFazendas ASSIGN TO
               "contratos_fazendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-ESTACAO-ID
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT OPTIONAL EstacoesMaster ASSIGN TO
               "estacoes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT RelatorioManutencao ASSIGN TO
               "relatorio_manutencao_contratos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Movimentos.
       01  MovimentosRecord                PIC X(300).

       FD  ContratosFazendas.
           COPY CPCONTRT.

       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  RelatorioManutencao.
       01  RelatorioManutencaoRecord       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-MOVIMENTOS             PIC XX.
           05  WS-FS-CONTRATOS              PIC XX.
           05  WS-FS-MASTER                 PIC XX.

       01  WS-FLAGS.
           05  EOF-MOVIMENTOS               PIC X VALUE 'N'.
               88  EOF-MOVIMENTOS-REACHED   VALUE 'Y'.
           05  WS-MOVIMENTO-VALIDO-FLAG     PIC X VALUE 'N'.
               88  MOVIMENTO-VALIDO         VALUE 'Y'.
           05  WS-LOTE-ABORTADO-FLAG        PIC X VALUE 'N'.
               88  WS-LOTE-ABORTADO         VALUE 'Y'.
           05  WS-MASTER-DISPONIVEL-FLAG    PIC X VALUE 'N'.
               88  WS-MASTER-DISPONIVEL     VALUE 'Y'.

      *---------------------------------------------------------------
      * Movimento bruto ja decomposto pela UNSTRING. Os campos chegam
      * como texto e so sao convertidos depois de validados.
      *---------------------------------------------------------------
       01  WS-MOVIMENTO-REC.
           05  WS-MOV-ACAO                  PIC X(10).
           05  WS-MOV-ESTACAO-ID            PIC X(10).
           05  WS-MOV-FAZENDA-ID            PIC X(10).
           05  WS-MOV-FAZENDA-NOME          PIC X(40).
           05  WS-MOV-CONTRATO              PIC X(20).
           05  WS-MOV-DISPONIBILIDADE       PIC X(10).
           05  WS-MOV-LEITURAS-OK           PIC X(10).
           05  WS-MOV-TAXA-CREDITO          PIC X(15).
           05  WS-MOV-DATA-INICIO           PIC X(8).
           05  WS-MOV-DATA-FIM              PIC X(8).

       01  WS-MOTIVO-ERRO                   PIC X(40).

       01  WS-CONTADORES.
           05  WS-MOVIMENTOS-LIDOS          PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-APLICADOS      PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-ERRO           PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINHA-RELATORIO               PIC X(200).
       01  WS-CABECALHO-MOVIMENTOS          PIC X(4) VALUE "Acao".

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM ABRIR-ARQUIVOS
           PERFORM PROCESSAR-MOVIMENTOS UNTIL EOF-MOVIMENTOS-REACHED
           PERFORM FINALIZAR
           IF WS-LOTE-ABORTADO
               DISPLAY "Manutencao do cadastro de contratos abortada, "
                   "nenhum movimento aplicado."
           ELSE
               DISPLAY "Manutencao do cadastro de contratos concluida."
           END-IF
           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT Movimentos
           IF WS-FS-MOVIMENTOS NOT = "00"
               DISPLAY "Nao foi possivel abrir contratos_manutencao.csv"
                   " (status " WS-FS-MOVIMENTOS "), nada a fazer."
               MOVE 'Y' TO EOF-MOVIMENTOS
           END-IF
      *    Mesmo cuidado do cadastro de estacoes: sem movimentos o
      *    cadastro de contratos nao e aberto em I-O, para nao deixar
      *    um contratos_fazendas.dat vazio para tras.
           IF WS-FS-MOVIMENTOS = "00"
               OPEN I-O ContratosFazendas
               IF WS-FS-CONTRATOS NOT = "00" AND
                  WS-FS-CONTRATOS NOT = "05"
                   DISPLAY "Nao foi possivel abrir contratos_fazendas"
                       ".dat (status " WS-FS-CONTRATOS
                       "), lote abortado."
                   MOVE 'Y' TO EOF-MOVIMENTOS
                   SET WS-LOTE-ABORTADO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *    O cadastro mestre so e consultado. Se ainda nao existe
      *    (instalacao sem cadastro), a estacao nao e conferida.
           IF WS-FS-MOVIMENTOS = "00" AND NOT WS-LOTE-ABORTADO
               OPEN INPUT EstacoesMaster
               IF WS-FS-MASTER = "00"
                   SET WS-MASTER-DISPONIVEL TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT RelatorioManutencao
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE MANUTENCAO DO CADASTRO DE CONTRATOS"
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO.

      *---------------------------------------------------------------
      * Le e aplica um movimento por vez; a linha de cabecalho
      * ("Acao" na primeira coluna) e descartada em silencio.
      *---------------------------------------------------------------
       PROCESSAR-MOVIMENTOS.
           MOVE SPACES TO WS-MOVIMENTO-REC
           READ Movimentos
               AT END MOVE 'Y' TO EOF-MOVIMENTOS
               NOT AT END
                   UNSTRING MovimentosRecord DELIMITED BY ';'
                       INTO WS-MOV-ACAO
                            WS-MOV-ESTACAO-ID
                            WS-MOV-FAZENDA-ID
                            WS-MOV-FAZENDA-NOME
                            WS-MOV-CONTRATO
                            WS-MOV-DISPONIBILIDADE
                            WS-MOV-LEITURAS-OK
                            WS-MOV-TAXA-CREDITO
                            WS-MOV-DATA-INICIO
                            WS-MOV-DATA-FIM
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
           IF WS-MOV-ESTACAO-ID = SPACES
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "ESTACAO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO
               EVALUATE WS-MOV-ACAO
                   WHEN "INCLUIR"
                       PERFORM INCLUIR-CONTRATO
                   WHEN "ALTERAR"
                       PERFORM ALTERAR-CONTRATO
                   WHEN "ENCERRAR"
                       PERFORM MUDAR-SITUACAO-CONTRATO
                   WHEN "REATIVAR"
                       PERFORM MUDAR-SITUACAO-CONTRATO
                   WHEN OTHER
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ACAO_DESCONHECIDA" TO WS-MOTIVO-ERRO
               END-EVALUATE
           END-IF
           IF MOVIMENTO-VALIDO
               ADD 1 TO WS-MOVIMENTOS-APLICADOS
               PERFORM GRAVAR-LINHA-APLICADA
           ELSE
               ADD 1 TO WS-MOVIMENTOS-ERRO
               PERFORM GRAVAR-LINHA-ERRO
           END-IF.

      *---------------------------------------------------------------
      * Na inclusao a fazenda, os dois compromissos e a data de
      * inicio sao obrigatorios; taxa de credito em branco vale zero
      * (contrato sem credito, so acompanhamento).
      *---------------------------------------------------------------
       INCLUIR-CONTRATO.
           IF WS-MOV-FAZENDA-ID = SPACES
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "FAZENDA_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND
              (WS-MOV-DISPONIBILIDADE = SPACES OR
               WS-MOV-LEITURAS-OK = SPACES)
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "COMPROMISSO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-DATA-INICIO = SPACES
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "DATA_INICIO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-ESTACAO-MASTER
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-CAMPOS-NUMERICOS
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-DATAS
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE SPACES TO ContratoFazendaRecord
               MOVE WS-MOV-ESTACAO-ID TO CTR-ESTACAO-ID
               MOVE WS-MOV-FAZENDA-ID TO CTR-FAZENDA-ID
               MOVE WS-MOV-FAZENDA-NOME TO CTR-FAZENDA-NOME
               MOVE WS-MOV-CONTRATO TO CTR-CONTRATO
               COMPUTE CTR-DISPONIBILIDADE-PCT =
                   FUNCTION NUMVAL(WS-MOV-DISPONIBILIDADE)
               COMPUTE CTR-LEITURAS-OK-PCT =
                   FUNCTION NUMVAL(WS-MOV-LEITURAS-OK)
               MOVE 0 TO CTR-TAXA-CREDITO
               IF WS-MOV-TAXA-CREDITO NOT = SPACES
                   COMPUTE CTR-TAXA-CREDITO =
                       FUNCTION NUMVAL(WS-MOV-TAXA-CREDITO)
               END-IF
               MOVE WS-MOV-DATA-INICIO TO CTR-DATA-INICIO
               MOVE WS-MOV-DATA-FIM TO CTR-DATA-FIM
               SET CTR-ATIVO TO TRUE
               WRITE ContratoFazendaRecord
                   INVALID KEY
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "CONTRATO_JA_CADASTRADO" TO WS-MOTIVO-ERRO
               END-WRITE
           END-IF.

      *---------------------------------------------------------------
      * Alteracao parcial: so os campos preenchidos no movimento
      * substituem os do cadastro. A situacao nao e alteravel por
      * aqui - use ENCERRAR/REATIVAR.
      *---------------------------------------------------------------
       ALTERAR-CONTRATO.
           MOVE WS-MOV-ESTACAO-ID TO CTR-ESTACAO-ID
           READ ContratosFazendas
               INVALID KEY
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "CONTRATO_NAO_CADASTRADO" TO WS-MOTIVO-ERRO
           END-READ
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-CAMPOS-NUMERICOS
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-DATAS
           END-IF
           IF MOVIMENTO-VALIDO
               IF WS-MOV-FAZENDA-ID NOT = SPACES
                   MOVE WS-MOV-FAZENDA-ID TO CTR-FAZENDA-ID
               END-IF
               IF WS-MOV-FAZENDA-NOME NOT = SPACES
                   MOVE WS-MOV-FAZENDA-NOME TO CTR-FAZENDA-NOME
               END-IF
               IF WS-MOV-CONTRATO NOT = SPACES
                   MOVE WS-MOV-CONTRATO TO CTR-CONTRATO
               END-IF
               IF WS-MOV-DISPONIBILIDADE NOT = SPACES
                   COMPUTE CTR-DISPONIBILIDADE-PCT =
                       FUNCTION NUMVAL(WS-MOV-DISPONIBILIDADE)
               END-IF
               IF WS-MOV-LEITURAS-OK NOT = SPACES
                   COMPUTE CTR-LEITURAS-OK-PCT =
                       FUNCTION NUMVAL(WS-MOV-LEITURAS-OK)
               END-IF
               IF WS-MOV-TAXA-CREDITO NOT = SPACES
                   COMPUTE CTR-TAXA-CREDITO =
                       FUNCTION NUMVAL(WS-MOV-TAXA-CREDITO)
               END-IF
               IF WS-MOV-DATA-INICIO NOT = SPACES
                   MOVE WS-MOV-DATA-INICIO TO CTR-DATA-INICIO
               END-IF
               IF WS-MOV-DATA-FIM NOT = SPACES
                   MOVE WS-MOV-DATA-FIM TO CTR-DATA-FIM
               END-IF
               REWRITE ContratoFazendaRecord
                   INVALID KEY
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ERRO_REGRAVACAO" TO WS-MOTIVO-ERRO
               END-REWRITE
           END-IF.

      *---------------------------------------------------------------
      * ENCERRAR grava a DataFim informada (o contrato continua
      * valendo ate ela no extrato do mes); sem DataFim o contrato
      * deixa de ser apurado ja no proximo extrato. REATIVAR volta o
      * contrato a ativo e, sem DataFim informada, limpa o termino.
      *---------------------------------------------------------------
       MUDAR-SITUACAO-CONTRATO.
           MOVE WS-MOV-ESTACAO-ID TO CTR-ESTACAO-ID
           READ ContratosFazendas
               INVALID KEY
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "CONTRATO_NAO_CADASTRADO" TO WS-MOTIVO-ERRO
           END-READ
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-DATAS
           END-IF
           IF MOVIMENTO-VALIDO
               IF WS-MOV-ACAO = "ENCERRAR"
                   SET CTR-ENCERRADO TO TRUE
               ELSE
                   SET CTR-ATIVO TO TRUE
               END-IF
               MOVE WS-MOV-DATA-FIM TO CTR-DATA-FIM
               REWRITE ContratoFazendaRecord
                   INVALID KEY
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ERRO_REGRAVACAO" TO WS-MOTIVO-ERRO
               END-REWRITE
           END-IF.

       VALIDAR-ESTACAO-MASTER.
           IF WS-MASTER-DISPONIVEL
               MOVE WS-MOV-ESTACAO-ID TO EST-MST-ID
               READ EstacoesMaster
                   INVALID KEY
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ESTACAO_NAO_CADASTRADA" TO WS-MOTIVO-ERRO
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Os compromissos sao percentuais de 0 a 100; a taxa de credito
      * nao pode ser negativa. Campo em branco e legitimo na
      * alteracao parcial.
      *---------------------------------------------------------------
       VALIDAR-CAMPOS-NUMERICOS.
           IF WS-MOV-DISPONIBILIDADE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MOV-DISPONIBILIDADE) NOT = 0
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "DISPONIBILIDADE_NAO_NUMERICA" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION NUMVAL(WS-MOV-DISPONIBILIDADE) < 0 OR
                      FUNCTION NUMVAL(WS-MOV-DISPONIBILIDADE) > 100
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "DISPONIBILIDADE_FORA_FAIXA"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-LEITURAS-OK NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MOV-LEITURAS-OK) NOT = 0
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "LEITURAS_OK_NAO_NUMERICA" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION NUMVAL(WS-MOV-LEITURAS-OK) < 0 OR
                      FUNCTION NUMVAL(WS-MOV-LEITURAS-OK) > 100
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "LEITURAS_OK_FORA_FAIXA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-TAXA-CREDITO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MOV-TAXA-CREDITO) NOT = 0
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "TAXA_CREDITO_NAO_NUMERICA" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION NUMVAL(WS-MOV-TAXA-CREDITO) < 0
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "TAXA_CREDITO_NEGATIVA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Datas de vigencia em AAAAMMDD. O fim, quando ha, nao pode
      * ser anterior ao inicio (o informado ou o ja cadastrado).
      *---------------------------------------------------------------
       VALIDAR-DATAS.
           IF WS-MOV-DATA-INICIO NOT = SPACES
               IF WS-MOV-DATA-INICIO NOT NUMERIC
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "DATA_INICIO_INVALIDA" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-MOV-DATA-INICIO)) NOT = 0
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "DATA_INICIO_INVALIDA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-DATA-FIM NOT = SPACES
               IF WS-MOV-DATA-FIM NOT NUMERIC
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "DATA_FIM_INVALIDA" TO WS-MOTIVO-ERRO
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-MOV-DATA-FIM)) NOT = 0
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "DATA_FIM_INVALIDA" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-DATA-FIM NOT = SPACES
               IF WS-MOV-DATA-INICIO NOT = SPACES
                   IF WS-MOV-DATA-FIM < WS-MOV-DATA-INICIO
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "DATA_FIM_ANTERIOR_INICIO" TO WS-MOTIVO-ERRO
                   END-IF
               ELSE
                   IF WS-MOV-ACAO NOT = "INCLUIR" AND
                      WS-MOV-DATA-FIM < CTR-DATA-INICIO
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "DATA_FIM_ANTERIOR_INICIO" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-LINHA-APLICADA.
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "OK: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-ACAO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-ESTACAO-ID) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO.

       GRAVAR-LINHA-ERRO.
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "ERRO: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-ERRO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(MovimentosRecord) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO.

       FINALIZAR.
           MOVE WS-MOVIMENTOS-LIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos lidos: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO
           MOVE WS-MOVIMENTOS-APLICADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos aplicados: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO
           MOVE WS-MOVIMENTOS-ERRO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Movimentos com erro: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO
           CLOSE Movimentos
           CLOSE ContratosFazendas
           IF WS-MASTER-DISPONIVEL
               CLOSE EstacoesMaster
           END-IF
           CLOSE RelatorioManutencao.
