       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaIntegridade.

      *================================================================
      * Auditoria cruzada dos armazenamentos do combinado. Cada
      * programa confia no que os outros gravaram - o indexado, a
      * trilha de correcoes, os historicos datados, os extratos de
      * expurgo e o manifesto de transmissoes - e nada conferia se
      * eles ainda contam a mesma historia. Esta rotina confere:
      *
      *   1. chave do indexado com versao > 1 sem os pares ANTIGO/NOVO
      *      correspondentes em correcoes_log.csv, e pares no log sem
      *      chave nessa versao (inclusive ANTIGO sem NOVO e vice-
      *      versa);
      *   2. final_YYYYMMDD.csv ausente, ou com quantidade de linhas
      *      diferente da que o indexado tem para aquela data de
      *      primeira publicacao (descontadas as chaves que o expurgo
      *      tirou do online depois de o historico ser gravado);
      *   3. correcao registrada para chave que nao existe mais no
      *      indexado e que nao saiu por expurgo (extratos listados
      *      no catalogo expurgo_extratos.csv do ExpurgoHistorico);
      *   4. linha de transmissoes_log.csv cuja quantidade de
      *      registros ou total de conferencia difere do que a mesma
      *      estacao e faixa dariam hoje a partir do indexado.
      *
      * As contagens por data e as chaves do log e dos extratos vao
      * para o arquivo de trabalho auditoria_trabalho.dat, indexado
      * por tipo + chave, sem teto de quantidade. Falha de gravacao
      * nesse arquivo aborta o passo com RETURN-CODE 8: uma contagem
      * perdida viraria excecao falsa ou esconderia uma verdadeira.
      *
      * Saida: relatorio_auditoria_integridade.txt com uma linha por
      * excecao e o total por verificacao. Com qualquer excecao o
      * passo termina com RETURN-CODE 8.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FinalIndexado ASSIGN TO "final_indexado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIX-CHAVE
               FILE STATUS IS WS-FS-FINIDX.

           SELECT OPTIONAL CorrecoesLog ASSIGN TO "correcoes_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRECOES.

           SELECT OPTIONAL CatalogoExtratos ASSIGN TO
               "expurgo_extratos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT OPTIONAL ExtratoExpurgo ASSIGN TO DYNAMIC
               WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT OPTIONAL HistoricoDatado ASSIGN TO DYNAMIC
               WS-NOME-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT OPTIONAL TransmissoesLog ASSIGN TO
               "transmissoes_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSMISSOES.

           SELECT AuditoriaTrabalho ASSIGN TO
               "auditoria_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT RelatorioAuditoria ASSIGN TO
               "relatorio_auditoria_integridade.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FinalIndexado.
           COPY CPFINIDX.

       FD  CorrecoesLog.
       01  CorrecoesLogRecord              PIC X(2048).

       FD  CatalogoExtratos.
       01  CatalogoExtratosRecord          PIC X(200).

       FD  ExtratoExpurgo.
       01  ExtratoExpurgoRecord            PIC X(2048).

       FD  HistoricoDatado.
       01  HistoricoDatadoRecord           PIC X(2048).

       FD  TransmissoesLog.
       01  TransmissoesLogRecord           PIC X(300).

      *---------------------------------------------------------------
      * Trabalho da auditoria, uma linha por tipo + chave:
      *   C  chave do combinado com correcao no log: pares ANTIGO/NOVO
      *      completos, maior versao NOVO, se a chave foi vista no
      *      indexado e se consta de algum extrato de expurgo;
      *   P  chave do combinado expurgada (extratos do catalogo), com
      *      a data de primeira publicacao que tinha;
      *   D  data de primeira publicacao: registros no indexado e
      *      chaves daquela data ja expurgadas.
      *---------------------------------------------------------------
       FD  AuditoriaTrabalho.
       01  AuditoriaTrabalhoRecord.
           05  AUD-CHAVE.
               10  AUD-TIPO                 PIC X.
                   88  AUD-TIPO-CORRECAO    VALUE 'C'.
                   88  AUD-TIPO-EXPURGO     VALUE 'P'.
                   88  AUD-TIPO-DATA        VALUE 'D'.
               10  AUD-ID                   PIC X(27).
           05  AUD-CONTAGENS.
               10  AUD-QTD-PARES            PIC 9(9).
               10  FILLER                   PIC 9(9).
           05  AUD-CONTAGENS-DATA REDEFINES AUD-CONTAGENS.
               10  AUD-QTD-INDEXADO         PIC 9(9).
               10  AUD-QTD-EXPURGADO        PIC 9(9).
           05  AUD-VERSAO-MAXIMA            PIC 9(4).
           05  AUD-RUN-DATA                 PIC X(8).
           05  AUD-CONFERIDO-FLAG           PIC X.
               88  AUD-CONFERIDO            VALUE 'S'.
           05  AUD-EXPURGADA-FLAG           PIC X.
               88  AUD-EXPURGADA            VALUE 'S'.

       FD  RelatorioAuditoria.
       01  RelatorioAuditoriaRecord        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY CPCOMBO.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-FINIDX                 PIC XX.
           05  WS-FS-CORRECOES              PIC XX.
           05  WS-FS-CATALOGO               PIC XX.
           05  WS-FS-EXTRATO                PIC XX.
           05  WS-FS-HISTORICO              PIC XX.
           05  WS-FS-TRANSMISSOES           PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-INDEXADO                 PIC X VALUE 'N'.
               88  EOF-INDEXADO-REACHED     VALUE 'Y'.
           05  EOF-CORRECOES                PIC X VALUE 'N'.
               88  EOF-CORRECOES-REACHED    VALUE 'Y'.
           05  EOF-CATALOGO                 PIC X VALUE 'N'.
               88  EOF-CATALOGO-REACHED     VALUE 'Y'.
           05  EOF-EXTRATO                  PIC X VALUE 'N'.
               88  EOF-EXTRATO-REACHED      VALUE 'Y'.
           05  EOF-HISTORICO                PIC X VALUE 'N'.
               88  EOF-HISTORICO-REACHED    VALUE 'Y'.
           05  EOF-TRANSMISSOES             PIC X VALUE 'N'.
               88  EOF-TRANSMISSOES-REACHED VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  EOF-FAIXA                    PIC X VALUE 'N'.
               88  EOF-FAIXA-REACHED        VALUE 'Y'.
           05  WS-ANTIGO-PENDENTE-FLAG      PIC X VALUE 'N'.
               88  WS-ANTIGO-PENDENTE       VALUE 'Y'.
           05  WS-CHAVE-EXPURGADA-FLAG      PIC X VALUE 'N'.
               88  WS-CHAVE-EXPURGADA       VALUE 'S'.

       01  WS-NOME-EXTRATO                  PIC X(100).
       01  WS-NOME-HISTORICO                PIC X(100).
       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-RUN-DATA                      PIC X(8).

      *---------------------------------------------------------------
      * Chave do combinado montada a partir das linhas texto (log,
      * extratos), no mesmo formato de FIX-CHAVE.
      *---------------------------------------------------------------
       01  WS-CHAVE-TEXTO.
           05  WS-CHV-ESTACAO               PIC X(10).
           05  WS-CHV-TIMESTAMP             PIC X(14).
           05  WS-CHV-HORIZONTE             PIC X(3).

       01  WS-LINHA-LOG.
           05  WS-LOG-RUN-ID                PIC X(14).
           05  WS-LOG-MOMENTO               PIC X(14).
           05  WS-LOG-TIPO                  PIC X(10).
           05  WS-LOG-VERSAO                PIC X(6).
           05  WS-LOG-ESTACAO               PIC X(10).
           05  WS-LOG-TIMESTAMP             PIC X(14).
           05  WS-LOG-HORIZONTE             PIC X(3).
       01  WS-LOG-VERSAO-NUM                PIC 9(4) VALUE 0.
       01  WS-LOG-LINHAS                    PIC 9(9) VALUE 0.

       01  WS-ANTIGO-CHAVE                  PIC X(27).
       01  WS-ANTIGO-VERSAO                 PIC 9(4) VALUE 0.

       01  WS-CATALOGO-NOME                 PIC X(100).
       01  WS-LINHA-INVERTIDA               PIC X(2048).
       01  WS-INV-VERSAO                    PIC X(6).
       01  WS-INV-RUN-DATA                  PIC X(8).
       01  WS-EXPURGO-RUN-DATA              PIC X(8).

      *---------------------------------------------------------------
      * Contagem por data de primeira publicacao: o indexado vem em
      * ordem de chave, e chaves vizinhas quase sempre tem a mesma
      * data, entao a contagem corrente so vai ao trabalho quando a
      * data muda.
      *---------------------------------------------------------------
       01  WS-DATA-CORRENTE                 PIC X(8) VALUE SPACES.
       01  WS-QTD-DATA-CORRENTE             PIC 9(9) VALUE 0.
       01  WS-QTD-HISTORICO                 PIC 9(9) VALUE 0.
       01  WS-QTD-ESPERADA-ALT              PIC 9(9) VALUE 0.

       01  WS-MANIFESTO-REC.
           05  WS-MAN-ARQUIVO               PIC X(100).
           05  WS-MAN-ESTACAO               PIC X(10).
           05  WS-MAN-DATA-INICIAL          PIC X(8).
           05  WS-MAN-DATA-FINAL            PIC X(8).
           05  WS-MAN-REGISTROS             PIC X(15).
           05  WS-MAN-CHECKSUM              PIC X(20).
       01  WS-MAN-REGISTROS-NUM             PIC 9(9) VALUE 0.
       01  WS-MAN-CHECKSUM-NUM              PIC S9(13)V99 VALUE 0.
       01  WS-HOJE-REGISTROS                PIC 9(9) VALUE 0.
       01  WS-HOJE-CHECKSUM                 PIC S9(13)V99 VALUE 0.
       01  WS-VALOR-METRICA                 PIC S9(7)V99 VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-ATUAL-IDX                     PIC 9(4) VALUE 0.

       01  WS-CONTADORES.
           05  WS-REGISTROS-INDEXADO        PIC 9(9) VALUE 0.
           05  WS-CHAVES-CORRIGIDAS         PIC 9(9) VALUE 0.
           05  WS-CHAVES-EXPURGADAS         PIC 9(9) VALUE 0.
           05  WS-EXTRATOS-LIDOS            PIC 9(9) VALUE 0.
           05  WS-DATAS-CONFERIDAS          PIC 9(9) VALUE 0.
           05  WS-TRANSMISSOES-CONFERIDAS   PIC 9(9) VALUE 0.
           05  WS-EXC-VERSOES               PIC 9(9) VALUE 0.
           05  WS-EXC-HISTORICOS            PIC 9(9) VALUE 0.
           05  WS-EXC-ORFAS                 PIC 9(9) VALUE 0.
           05  WS-EXC-TRANSMISSOES          PIC 9(9) VALUE 0.
           05  WS-EXC-TOTAL                 PIC 9(9) VALUE 0.

       01  WS-EXC-TIPO                      PIC X(30).
       01  WS-EXC-DETALHE                   PIC X(250).

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-9-B                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VERSAO                   PIC ZZZ9.
       01  WS-EDIT-VERSAO-B                 PIC ZZZ9.
       01  WS-EDIT-CHECKSUM                 PIC -(12)9.99.
       01  WS-EDIT-CHECKSUM-B               PIC -(12)9.99.
       01  WS-LINHA-SAIDA                   PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-EXTRATOS-EXPURGO
           PERFORM CARREGAR-CORRECOES
           PERFORM VARRER-INDEXADO
           PERFORM CONFERIR-CORRECOES-ORFAS
           PERFORM CONFERIR-HISTORICOS-DATADOS
           PERFORM CONFERIR-TRANSMISSOES
           PERFORM GRAVAR-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-RUN-DATA
           OPEN INPUT FinalIndexado
           IF WS-FS-FINIDX NOT = "00"
               DISPLAY "Nao foi possivel abrir final_indexado.dat "
                   "(status " WS-FS-FINIDX "), auditoria nao "
                   "executada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AuditoriaTrabalho
           CLOSE AuditoriaTrabalho
           OPEN I-O AuditoriaTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir auditoria_trabalho.dat "
                   "(status " WS-FS-TRABALHO "), auditoria nao "
                   "executada."
               CLOSE FinalIndexado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RelatorioAuditoria
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "RELATORIO DE AUDITORIA DE INTEGRIDADE"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Data: " DELIMITED BY SIZE
                  WS-RUN-DATA DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Chaves expurgadas: cada extrato do catalogo, linha a linha.
      * A chave sai das tres primeiras colunas (layout de final.csv);
      * a data de primeira publicacao e a penultima coluna, lida de
      * tras para frente porque o numero de colunas de metricas
      * depende do dicionario. Chave repetida (o mesmo extrato
      * catalogado por duas etapas no mesmo dia) so conta uma vez.
      *---------------------------------------------------------------
       CARREGAR-EXTRATOS-EXPURGO.
           PERFORM ABRIR-SECAO-EXTRATOS
           OPEN INPUT CatalogoExtratos
           IF WS-FS-CATALOGO = "00"
               PERFORM UNTIL EOF-CATALOGO-REACHED
                   READ CatalogoExtratos
                       AT END MOVE 'Y' TO EOF-CATALOGO
                       NOT AT END
                           MOVE SPACES TO WS-CATALOGO-NOME
                           UNSTRING CatalogoExtratosRecord
                               DELIMITED BY ';'
                               INTO WS-CATALOGO-NOME
                           IF WS-CATALOGO-NOME NOT = SPACES AND
                              WS-CATALOGO-NOME NOT = WS-NOME-EXTRATO
                               PERFORM LER-EXTRATO-EXPURGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogoExtratos
           END-IF.

       ABRIR-SECAO-EXTRATOS.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Extratos de expurgo catalogados ---"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA.

       LER-EXTRATO-EXPURGO.
           MOVE WS-CATALOGO-NOME TO WS-NOME-EXTRATO
           MOVE 'N' TO EOF-EXTRATO
           OPEN INPUT ExtratoExpurgo
           IF WS-FS-EXTRATO NOT = "00"
               MOVE "EXTRATO_AUSENTE" TO WS-EXC-TIPO
               MOVE SPACES TO WS-EXC-DETALHE
               STRING FUNCTION TRIM(WS-NOME-EXTRATO) DELIMITED BY SIZE
                      " catalogado e nao encontrado" DELIMITED BY SIZE
                      INTO WS-EXC-DETALHE
               ADD 1 TO WS-EXC-ORFAS
               PERFORM REGISTRAR-EXCECAO
               CLOSE ExtratoExpurgo
           ELSE
               ADD 1 TO WS-EXTRATOS-LIDOS
               PERFORM UNTIL EOF-EXTRATO-REACHED
                   READ ExtratoExpurgo
                       AT END MOVE 'Y' TO EOF-EXTRATO
                       NOT AT END
                           PERFORM REGISTRAR-CHAVE-EXPURGADA
                   END-READ
               END-PERFORM
               CLOSE ExtratoExpurgo
           END-IF.

       REGISTRAR-CHAVE-EXPURGADA.
           MOVE SPACES TO WS-CHAVE-TEXTO
           UNSTRING ExtratoExpurgoRecord DELIMITED BY ';'
               INTO WS-CHV-ESTACAO
                    WS-CHV-TIMESTAMP
                    WS-CHV-HORIZONTE
           MOVE SPACES TO WS-LINHA-INVERTIDA WS-INV-VERSAO
                          WS-INV-RUN-DATA
           MOVE FUNCTION REVERSE(FUNCTION TRIM(ExtratoExpurgoRecord))
               TO WS-LINHA-INVERTIDA
           UNSTRING WS-LINHA-INVERTIDA DELIMITED BY ';'
               INTO WS-INV-VERSAO
                    WS-INV-RUN-DATA
           MOVE FUNCTION REVERSE(WS-INV-RUN-DATA)
               TO WS-EXPURGO-RUN-DATA
           IF WS-CHV-ESTACAO NOT = SPACES
               MOVE SPACES TO AuditoriaTrabalhoRecord
               SET AUD-TIPO-EXPURGO TO TRUE
               MOVE WS-CHAVE-TEXTO TO AUD-ID
               MOVE 0 TO AUD-QTD-INDEXADO AUD-QTD-EXPURGADO
                         AUD-VERSAO-MAXIMA
               MOVE WS-EXPURGO-RUN-DATA TO AUD-RUN-DATA
               WRITE AuditoriaTrabalhoRecord
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE WS-FS-TRABALHO
                   WHEN "00"
                       ADD 1 TO WS-CHAVES-EXPURGADAS
                       PERFORM CONTAR-DATA-EXPURGADA
                   WHEN "22"
                       CONTINUE
                   WHEN OTHER
                       PERFORM ABORTAR-TRABALHO
               END-EVALUATE
           END-IF.

       CONTAR-DATA-EXPURGADA.
           MOVE SPACES TO AuditoriaTrabalhoRecord
           SET AUD-TIPO-DATA TO TRUE
           MOVE WS-EXPURGO-RUN-DATA TO AUD-ID
           READ AuditoriaTrabalho
               INVALID KEY
                   MOVE 0 TO AUD-QTD-INDEXADO AUD-VERSAO-MAXIMA
                   MOVE 1 TO AUD-QTD-EXPURGADO
                   MOVE WS-EXPURGO-RUN-DATA TO AUD-RUN-DATA
                   WRITE AuditoriaTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO AUD-QTD-EXPURGADO
                   REWRITE AuditoriaTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           IF WS-FS-TRABALHO NOT = "00"
               PERFORM ABORTAR-TRABALHO
           END-IF.

      *---------------------------------------------------------------
      * Trilha de correcoes. A integracao grava sempre o ANTIGO da
      * versao v seguido do NOVO da versao v+1 da mesma chave; so um
      * par assim completo conta para a chave. Qualquer outra
      * sequencia e excecao da verificacao 1.
      *---------------------------------------------------------------
       CARREGAR-CORRECOES.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Versoes do indexado x correcoes_log.csv ---"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           OPEN INPUT CorrecoesLog
           IF WS-FS-CORRECOES = "00"
               PERFORM UNTIL EOF-CORRECOES-REACHED
                   READ CorrecoesLog
                       AT END MOVE 'Y' TO EOF-CORRECOES
                       NOT AT END
                           ADD 1 TO WS-LOG-LINHAS
                           PERFORM TRATAR-LINHA-CORRECAO
                   END-READ
               END-PERFORM
               CLOSE CorrecoesLog
           END-IF
           IF WS-ANTIGO-PENDENTE
               PERFORM REGISTRAR-ANTIGO-SEM-NOVO
           END-IF.

       TRATAR-LINHA-CORRECAO.
           MOVE SPACES TO WS-LINHA-LOG
           UNSTRING CorrecoesLogRecord DELIMITED BY ';'
               INTO WS-LOG-RUN-ID
                    WS-LOG-MOMENTO
                    WS-LOG-TIPO
                    WS-LOG-VERSAO
                    WS-LOG-ESTACAO
                    WS-LOG-TIMESTAMP
                    WS-LOG-HORIZONTE
           MOVE 0 TO WS-LOG-VERSAO-NUM
           IF WS-LOG-VERSAO NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-LOG-VERSAO) = 0
               COMPUTE WS-LOG-VERSAO-NUM =
                   FUNCTION NUMVAL(WS-LOG-VERSAO)
           END-IF
           MOVE WS-LOG-ESTACAO TO WS-CHV-ESTACAO
           MOVE WS-LOG-TIMESTAMP TO WS-CHV-TIMESTAMP
           MOVE WS-LOG-HORIZONTE TO WS-CHV-HORIZONTE
           EVALUATE WS-LOG-TIPO
               WHEN "ANTIGO"
                   IF WS-ANTIGO-PENDENTE
                       PERFORM REGISTRAR-ANTIGO-SEM-NOVO
                   END-IF
                   MOVE WS-CHAVE-TEXTO TO WS-ANTIGO-CHAVE
                   MOVE WS-LOG-VERSAO-NUM TO WS-ANTIGO-VERSAO
                   SET WS-ANTIGO-PENDENTE TO TRUE
               WHEN "NOVO"
                   IF WS-ANTIGO-PENDENTE AND
                      WS-ANTIGO-CHAVE = WS-CHAVE-TEXTO AND
                      WS-ANTIGO-VERSAO + 1 = WS-LOG-VERSAO-NUM
                       PERFORM CONTAR-PAR-CORRECAO
                   ELSE
                       IF WS-ANTIGO-PENDENTE
                           PERFORM REGISTRAR-ANTIGO-SEM-NOVO
                       END-IF
                       MOVE "NOVO_SEM_ANTIGO" TO WS-EXC-TIPO
                       PERFORM MONTAR-DETALHE-LOG
                       ADD 1 TO WS-EXC-VERSOES
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
                   MOVE 'N' TO WS-ANTIGO-PENDENTE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-ANTIGO-SEM-NOVO.
           MOVE "ANTIGO_SEM_NOVO" TO WS-EXC-TIPO
           MOVE WS-ANTIGO-VERSAO TO WS-EDIT-VERSAO
           MOVE SPACES TO WS-EXC-DETALHE
           STRING FUNCTION TRIM(WS-ANTIGO-CHAVE(1:10))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ANTIGO-CHAVE(11:14) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANTIGO-CHAVE(25:3))
                      DELIMITED BY SIZE
                  " versao " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VERSAO) DELIMITED BY SIZE
                  INTO WS-EXC-DETALHE
           ADD 1 TO WS-EXC-VERSOES
           PERFORM REGISTRAR-EXCECAO
           MOVE 'N' TO WS-ANTIGO-PENDENTE-FLAG.

       MONTAR-DETALHE-LOG.
           MOVE WS-LOG-VERSAO-NUM TO WS-EDIT-VERSAO
           MOVE SPACES TO WS-EXC-DETALHE
           STRING FUNCTION TRIM(WS-CHV-ESTACAO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CHV-TIMESTAMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHV-HORIZONTE) DELIMITED BY SIZE
                  " versao " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VERSAO) DELIMITED BY SIZE
                  " (RunID " DELIMITED BY SIZE
                  WS-LOG-RUN-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-EXC-DETALHE.

      *---------------------------------------------------------------
      * Par completo: soma ao registro C da chave. Na criacao ja se
      * anota se a chave consta de extrato de expurgo (os P foram
      * carregados antes), o que dispensa leitura aleatoria durante
      * a varredura sequencial dos C.
      *---------------------------------------------------------------
       CONTAR-PAR-CORRECAO.
           MOVE SPACES TO AuditoriaTrabalhoRecord
           SET AUD-TIPO-CORRECAO TO TRUE
           MOVE WS-CHAVE-TEXTO TO AUD-ID
           READ AuditoriaTrabalho
               INVALID KEY
                   PERFORM VERIFICAR-CHAVE-EXPURGADA
                   MOVE SPACES TO AuditoriaTrabalhoRecord
                   SET AUD-TIPO-CORRECAO TO TRUE
                   MOVE WS-CHAVE-TEXTO TO AUD-ID
                   MOVE 1 TO AUD-QTD-PARES
                   MOVE 0 TO AUD-QTD-EXPURGADO
                   MOVE WS-LOG-VERSAO-NUM TO AUD-VERSAO-MAXIMA
                   MOVE 'N' TO AUD-CONFERIDO-FLAG
                   MOVE WS-CHAVE-EXPURGADA-FLAG TO AUD-EXPURGADA-FLAG
                   ADD 1 TO WS-CHAVES-CORRIGIDAS
                   WRITE AuditoriaTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO AUD-QTD-PARES
                   IF WS-LOG-VERSAO-NUM > AUD-VERSAO-MAXIMA
                       MOVE WS-LOG-VERSAO-NUM TO AUD-VERSAO-MAXIMA
                   END-IF
                   REWRITE AuditoriaTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           IF WS-FS-TRABALHO NOT = "00"
               PERFORM ABORTAR-TRABALHO
           END-IF.

       VERIFICAR-CHAVE-EXPURGADA.
           MOVE SPACES TO AuditoriaTrabalhoRecord
           SET AUD-TIPO-EXPURGO TO TRUE
           MOVE WS-CHAVE-TEXTO TO AUD-ID
           MOVE 'N' TO WS-CHAVE-EXPURGADA-FLAG
           READ AuditoriaTrabalho
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHAVE-EXPURGADA TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * Varredura completa do indexado: contagem por data de primeira
      * publicacao e conferencia da versao de cada chave contra os
      * pares do log. Versao n pede n-1 pares, o ultimo deles com
      * NOVO na versao n.
      *---------------------------------------------------------------
       VARRER-INDEXADO.
           MOVE LOW-VALUES TO FIX-CHAVE
           START FinalIndexado KEY >= FIX-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-INDEXADO
           END-START
           PERFORM UNTIL EOF-INDEXADO-REACHED
               READ FinalIndexado NEXT
                   AT END MOVE 'Y' TO EOF-INDEXADO
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-INDEXADO
                       PERFORM CONTAR-DATA-INDEXADO
                       PERFORM CONFERIR-VERSAO-CHAVE
               END-READ
           END-PERFORM
           PERFORM DESCARREGAR-DATA-CORRENTE.

       CONTAR-DATA-INDEXADO.
           IF FIX-RUN-DATA NOT = WS-DATA-CORRENTE
               PERFORM DESCARREGAR-DATA-CORRENTE
               MOVE FIX-RUN-DATA TO WS-DATA-CORRENTE
           END-IF
           ADD 1 TO WS-QTD-DATA-CORRENTE.

       DESCARREGAR-DATA-CORRENTE.
           IF WS-QTD-DATA-CORRENTE > 0
               MOVE SPACES TO AuditoriaTrabalhoRecord
               SET AUD-TIPO-DATA TO TRUE
               MOVE WS-DATA-CORRENTE TO AUD-ID
               READ AuditoriaTrabalho
                   INVALID KEY
                       MOVE WS-QTD-DATA-CORRENTE TO AUD-QTD-INDEXADO
                       MOVE 0 TO AUD-QTD-EXPURGADO AUD-VERSAO-MAXIMA
                       MOVE WS-DATA-CORRENTE TO AUD-RUN-DATA
                       WRITE AuditoriaTrabalhoRecord
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-QTD-DATA-CORRENTE TO AUD-QTD-INDEXADO
                       REWRITE AuditoriaTrabalhoRecord
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               IF WS-FS-TRABALHO NOT = "00"
                   PERFORM ABORTAR-TRABALHO
               END-IF
           END-IF
           MOVE 0 TO WS-QTD-DATA-CORRENTE.

       CONFERIR-VERSAO-CHAVE.
           MOVE SPACES TO AuditoriaTrabalhoRecord
           SET AUD-TIPO-CORRECAO TO TRUE
           MOVE FIX-CHAVE TO AUD-ID
           READ AuditoriaTrabalho
               INVALID KEY
                   IF FIX-VERSAO > 1
                       MOVE "VERSAO_SEM_PAR" TO WS-EXC-TIPO
                       PERFORM MONTAR-DETALHE-INDEXADO
                       ADD 1 TO WS-EXC-VERSOES
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO AUD-CONFERIDO-FLAG
                   REWRITE AuditoriaTrabalhoRecord
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-FS-TRABALHO NOT = "00"
                       PERFORM ABORTAR-TRABALHO
                   END-IF
                   EVALUATE TRUE
                       WHEN FIX-VERSAO <= 1
                           MOVE "CORRECAO_SEM_VERSAO" TO WS-EXC-TIPO
                       WHEN AUD-VERSAO-MAXIMA > FIX-VERSAO
                           MOVE "PAR_ACIMA_DA_VERSAO" TO WS-EXC-TIPO
                       WHEN AUD-VERSAO-MAXIMA < FIX-VERSAO OR
                            AUD-QTD-PARES < FIX-VERSAO - 1
                           MOVE "VERSAO_SEM_PAR" TO WS-EXC-TIPO
                       WHEN OTHER
                           MOVE SPACES TO WS-EXC-TIPO
                   END-EVALUATE
                   IF WS-EXC-TIPO NOT = SPACES
                       PERFORM MONTAR-DETALHE-INDEXADO
                       ADD 1 TO WS-EXC-VERSOES
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
           END-READ.

       MONTAR-DETALHE-INDEXADO.
           MOVE FIX-VERSAO TO WS-EDIT-VERSAO
           MOVE SPACES TO WS-EXC-DETALHE
           IF AUD-ID = FIX-CHAVE AND AUD-TIPO-CORRECAO
               MOVE AUD-QTD-PARES TO WS-EDIT-9
               MOVE AUD-VERSAO-MAXIMA TO WS-EDIT-VERSAO-B
           ELSE
               MOVE 0 TO WS-EDIT-9
               MOVE 0 TO WS-EDIT-VERSAO-B
           END-IF
           STRING FUNCTION TRIM(FIX-STATION-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FIX-TIMESTAMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(FIX-HORIZONTE) DELIMITED BY SIZE
                  " versao " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VERSAO) DELIMITED BY SIZE
                  ", pares no log " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  ", maior versao no log " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VERSAO-B) DELIMITED BY SIZE
                  INTO WS-EXC-DETALHE.

      *---------------------------------------------------------------
      * Chaves corrigidas que a varredura nao encontrou no indexado:
      * as que constam de extrato de expurgo sairam do online por
      * retencao; as demais sumiram sem explicacao.
      *---------------------------------------------------------------
       CONFERIR-CORRECOES-ORFAS.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Correcoes de chaves fora do indexado ---"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE 'N' TO EOF-TRABALHO
           MOVE LOW-VALUES TO AUD-CHAVE
           SET AUD-TIPO-CORRECAO TO TRUE
           START AuditoriaTrabalho KEY >= AUD-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ AuditoriaTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF NOT AUD-TIPO-CORRECAO
                           MOVE 'Y' TO EOF-TRABALHO
                       ELSE
                           IF NOT AUD-CONFERIDO AND
                              NOT AUD-EXPURGADA
                               PERFORM REGISTRAR-CORRECAO-ORFA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-CORRECAO-ORFA.
           MOVE "CORRECAO_CHAVE_INEXISTENTE" TO WS-EXC-TIPO
           MOVE AUD-QTD-PARES TO WS-EDIT-9
           MOVE AUD-VERSAO-MAXIMA TO WS-EDIT-VERSAO
           MOVE SPACES TO WS-EXC-DETALHE
           STRING FUNCTION TRIM(AUD-ID(1:10)) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  AUD-ID(11:14) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(AUD-ID(25:3)) DELIMITED BY SIZE
                  ", pares no log " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  ", maior versao " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VERSAO) DELIMITED BY SIZE
                  ", sem extrato de expurgo" DELIMITED BY SIZE
                  INTO WS-EXC-DETALHE
           ADD 1 TO WS-EXC-ORFAS
           PERFORM REGISTRAR-EXCECAO.

      *---------------------------------------------------------------
      * Historico datado de cada data com registro no indexado. O
      * final_YYYYMMDD.csv tem uma linha de cabecalho e uma linha por
      * chave publicada na data; depois de um expurgo parcial da data
      * o arquivo continua com as chaves expurgadas, entao vale tanto
      * a contagem do indexado quanto ela mais as expurgadas.
      *---------------------------------------------------------------
       CONFERIR-HISTORICOS-DATADOS.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Historicos datados x indexado ---"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE 'N' TO EOF-TRABALHO
           MOVE LOW-VALUES TO AUD-CHAVE
           SET AUD-TIPO-DATA TO TRUE
           START AuditoriaTrabalho KEY >= AUD-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ AuditoriaTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF NOT AUD-TIPO-DATA
                           MOVE 'Y' TO EOF-TRABALHO
                       ELSE
                           IF AUD-QTD-INDEXADO > 0
                               PERFORM CONFERIR-UM-HISTORICO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-UM-HISTORICO.
           ADD 1 TO WS-DATAS-CONFERIDAS
           MOVE SPACES TO WS-NOME-HISTORICO
           STRING "final_" DELIMITED BY SIZE
                  AUD-RUN-DATA DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOME-HISTORICO
           MOVE 0 TO WS-QTD-HISTORICO
           MOVE 'N' TO EOF-HISTORICO
           OPEN INPUT HistoricoDatado
           IF WS-FS-HISTORICO NOT = "00"
               CLOSE HistoricoDatado
               MOVE "HISTORICO_AUSENTE" TO WS-EXC-TIPO
               MOVE AUD-QTD-INDEXADO TO WS-EDIT-9
               MOVE SPACES TO WS-EXC-DETALHE
               STRING FUNCTION TRIM(WS-NOME-HISTORICO)
                          DELIMITED BY SIZE
                      ", indexado com " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                      " registro(s) da data" DELIMITED BY SIZE
                      INTO WS-EXC-DETALHE
               ADD 1 TO WS-EXC-HISTORICOS
               PERFORM REGISTRAR-EXCECAO
           ELSE
               READ HistoricoDatado
                   AT END MOVE 'Y' TO EOF-HISTORICO
               END-READ
               PERFORM UNTIL EOF-HISTORICO-REACHED
                   READ HistoricoDatado
                       AT END MOVE 'Y' TO EOF-HISTORICO
                       NOT AT END
                           IF HistoricoDatadoRecord NOT = SPACES
                               ADD 1 TO WS-QTD-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoricoDatado
               COMPUTE WS-QTD-ESPERADA-ALT =
                   AUD-QTD-INDEXADO + AUD-QTD-EXPURGADO
               IF WS-QTD-HISTORICO NOT = AUD-QTD-INDEXADO AND
                  WS-QTD-HISTORICO NOT = WS-QTD-ESPERADA-ALT
                   MOVE "HISTORICO_DIVERGENTE" TO WS-EXC-TIPO
                   MOVE WS-QTD-HISTORICO TO WS-EDIT-9
                   MOVE AUD-QTD-INDEXADO TO WS-EDIT-9-B
                   MOVE SPACES TO WS-EXC-DETALHE
                   STRING FUNCTION TRIM(WS-NOME-HISTORICO)
                              DELIMITED BY SIZE
                          " com " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                          " linha(s), indexado com " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-9-B) DELIMITED BY SIZE
                          INTO WS-EXC-DETALHE
                   ADD 1 TO WS-EXC-HISTORICOS
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Cada remessa do manifesto e refeita contra o indexado com a
      * mesma selecao e o mesmo total de conferencia da
      * ExportacaoSeguradora (soma das medias das seis familias).
      * Diferenca aponta correcao ou expurgo posterior ao envio - o
      * cliente tem hoje um dado que o online ja nao confirma.
      *---------------------------------------------------------------
       CONFERIR-TRANSMISSOES.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Transmissoes x indexado ---"
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           OPEN INPUT TransmissoesLog
           IF WS-FS-TRANSMISSOES = "00"
               PERFORM UNTIL EOF-TRANSMISSOES-REACHED
                   READ TransmissoesLog
                       AT END MOVE 'Y' TO EOF-TRANSMISSOES
                       NOT AT END
                           PERFORM CONFERIR-UMA-TRANSMISSAO
                   END-READ
               END-PERFORM
               CLOSE TransmissoesLog
           END-IF.

       CONFERIR-UMA-TRANSMISSAO.
           MOVE SPACES TO WS-MANIFESTO-REC
           UNSTRING TransmissoesLogRecord DELIMITED BY ';'
               INTO WS-MAN-ARQUIVO
                    WS-MAN-ESTACAO
                    WS-MAN-DATA-INICIAL
                    WS-MAN-DATA-FINAL
                    WS-MAN-REGISTROS
                    WS-MAN-CHECKSUM
           IF WS-MAN-ESTACAO NOT = SPACES AND
              WS-MAN-DATA-INICIAL NUMERIC AND
              WS-MAN-DATA-FINAL NUMERIC AND
              FUNCTION TEST-NUMVAL-C(WS-MAN-REGISTROS) = 0 AND
              FUNCTION TEST-NUMVAL(WS-MAN-CHECKSUM) = 0
               ADD 1 TO WS-TRANSMISSOES-CONFERIDAS
               COMPUTE WS-MAN-REGISTROS-NUM =
                   FUNCTION NUMVAL-C(WS-MAN-REGISTROS)
               COMPUTE WS-MAN-CHECKSUM-NUM =
                   FUNCTION NUMVAL(WS-MAN-CHECKSUM)
               PERFORM REFAZER-REMESSA
               IF WS-HOJE-REGISTROS NOT = WS-MAN-REGISTROS-NUM OR
                  WS-HOJE-CHECKSUM NOT = WS-MAN-CHECKSUM-NUM
                   PERFORM REGISTRAR-TRANSMISSAO-DIVERGENTE
               END-IF
           END-IF.

       REFAZER-REMESSA.
           MOVE 0 TO WS-HOJE-REGISTROS
           MOVE 0 TO WS-HOJE-CHECKSUM
           MOVE 'N' TO EOF-FAIXA
           MOVE WS-MAN-ESTACAO TO FIX-STATION-ID
           MOVE WS-MAN-DATA-INICIAL TO FIX-TIMESTAMP(1:8)
           MOVE "000000" TO FIX-TIMESTAMP(9:6)
           MOVE SPACES TO FIX-HORIZONTE
           START FinalIndexado KEY >= FIX-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-FAIXA
           END-START
           PERFORM UNTIL EOF-FAIXA-REACHED
               READ FinalIndexado NEXT
                   AT END MOVE 'Y' TO EOF-FAIXA
                   NOT AT END
                       IF FIX-STATION-ID NOT = WS-MAN-ESTACAO OR
                          FIX-TIMESTAMP(1:8) > WS-MAN-DATA-FINAL
                           MOVE 'Y' TO EOF-FAIXA
                       ELSE
                           PERFORM SOMAR-REGISTRO-REMESSA
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-REGISTRO-REMESSA.
           ADD 1 TO WS-HOJE-REGISTROS
           MOVE FIX-METRICAS-ATUAIS TO WSF-METRICAS-ATUAIS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               COMPUTE WS-ATUAL-IDX = (WS-M - 1) * 3 + 1
               IF WSF-METRICA-ATUAL(WS-ATUAL-IDX) NOT = SPACES AND
                  FUNCTION TEST-NUMVAL
                      (WSF-METRICA-ATUAL(WS-ATUAL-IDX)) = 0
                   COMPUTE WS-VALOR-METRICA ROUNDED =
                       FUNCTION NUMVAL
                           (WSF-METRICA-ATUAL(WS-ATUAL-IDX))
               ELSE
                   MOVE 0 TO WS-VALOR-METRICA
               END-IF
               ADD WS-VALOR-METRICA TO WS-HOJE-CHECKSUM
           END-PERFORM.

       REGISTRAR-TRANSMISSAO-DIVERGENTE.
           MOVE "TRANSMISSAO_DIVERGENTE" TO WS-EXC-TIPO
           MOVE WS-MAN-REGISTROS-NUM TO WS-EDIT-9
           MOVE WS-HOJE-REGISTROS TO WS-EDIT-9-B
           MOVE WS-MAN-CHECKSUM-NUM TO WS-EDIT-CHECKSUM
           MOVE WS-HOJE-CHECKSUM TO WS-EDIT-CHECKSUM-B
           MOVE SPACES TO WS-EXC-DETALHE
           STRING FUNCTION TRIM(WS-MAN-ARQUIVO) DELIMITED BY SIZE
                  " enviado " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " reg / total " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-CHECKSUM) DELIMITED BY SIZE
                  ", hoje " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9-B) DELIMITED BY SIZE
                  " reg / total " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-CHECKSUM-B) DELIMITED BY SIZE
                  INTO WS-EXC-DETALHE
           ADD 1 TO WS-EXC-TRANSMISSOES
           PERFORM REGISTRAR-EXCECAO.

       REGISTRAR-EXCECAO.
           ADD 1 TO WS-EXC-TOTAL
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  EXCECAO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-TIPO) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-DETALHE) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA.

       GRAVAR-TOTAIS.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Totais ---" DELIMITED BY SIZE
               INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-REGISTROS-INDEXADO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Registros no indexado: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-CHAVES-CORRIGIDAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Chaves com correcao no log: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-CHAVES-EXPURGADAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Chaves em extratos de expurgo: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-DATAS-CONFERIDAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Historicos datados conferidos: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-TRANSMISSOES-CONFERIDAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Transmissoes conferidas: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-EXC-VERSOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Excecoes de versao/correcao: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-EXC-HISTORICOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Excecoes de historico datado: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-EXC-ORFAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Excecoes de chave inexistente: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-EXC-TRANSMISSOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Excecoes de transmissao: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA
           MOVE WS-EXC-TOTAL TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Total de excecoes: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioAuditoriaRecord FROM WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Falha no arquivo de trabalho. Fecha tudo o que o passo pode
      * ter aberto naquele ponto (os arquivos de leitura das cargas
      * inclusive; fechar o que nao esta aberto so devolve status).
      *---------------------------------------------------------------
       ABORTAR-TRABALHO.
           DISPLAY "Falha ao gravar auditoria_trabalho.dat (status "
               WS-FS-TRABALHO "), auditoria abortada."
           CLOSE CatalogoExtratos
           CLOSE ExtratoExpurgo
           CLOSE CorrecoesLog
           CLOSE FinalIndexado
           CLOSE AuditoriaTrabalho
           CLOSE RelatorioAuditoria
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       FINALIZAR.
           CLOSE FinalIndexado
           CLOSE AuditoriaTrabalho
           CLOSE RelatorioAuditoria
           MOVE WS-EXC-TOTAL TO WS-EDIT-9
           IF WS-EXC-TOTAL > 0
               DISPLAY "Auditoria de integridade: "
                   FUNCTION TRIM(WS-EDIT-9)
                   " excecao(oes). Ver "
                   "relatorio_auditoria_integridade.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Auditoria de integridade sem excecoes."
           END-IF.
