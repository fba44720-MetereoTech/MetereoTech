       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioRedeVigente.

      *================================================================
      * Listagem da rede de estacoes como ela estava numa data - a
      * pergunta das auditorias de sitio da seguradora ("onde estava,
      * a que altitude e com que sensores a estacao X em tal dia").
      * Para cada estacao do cadastro mestre busca no historico com
      * vigencia (estacoes_historico.dat, ver CPESTVIG) a versao em
      * vigor na data de referencia:
      *
      *   - versao encontrada: lista a configuracao daquela versao,
      *     ativa ou desativada, com o periodo de vigencia;
      *   - estacao com historico mas sem versao na data: ainda nao
      *     existia, fica fora da listagem (so contada);
      *   - estacao sem historico: lista o cadastro corrente, marcado
      *     como tal, salvo se a instalacao for posterior a data.
      *
      * Saidas: rede_vigente_<AAAAMMDD>.txt (impressao) e
      * rede_vigente_<AAAAMMDD>.csv, uma linha por estacao:
      *   EstacaoID;Nome;Municipio;Latitude;Longitude;Altitude;
      *   Sensores;DataInstalacao;Situacao;VigenteDesde;VigenteAte;
      *   Origem
      * (Origem HISTORICO ou CADASTRO; VigenteAte em branco = versao
      * corrente).
      *
      * Parametro opcional em parametros_rede_vigente.csv (uma
      * linha): DataReferencia (AAAAMMDD). Em branco ou sem o
      * arquivo, a data da execucao.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ParametrosRede ASSIGN TO
               "parametros_rede_vigente.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT EstacoesMaster ASSIGN TO "estacoes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL EstacoesHistorico ASSIGN TO
               "estacoes_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-HIS-CHAVE
               FILE STATUS IS WS-FS-HISTORICO-EST.

           SELECT RelatorioRede ASSIGN TO DYNAMIC WS-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CsvRede ASSIGN TO DYNAMIC WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParametrosRede.
       01  ParametrosRedeRecord            PIC X(100).

       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  EstacoesHistorico.
           COPY CPESTHIS.

       FD  RelatorioRede.
       01  RelatorioRedeRecord             PIC X(200).

       FD  CsvRede.
       01  CsvRedeRecord                   PIC X(300).

       WORKING-STORAGE SECTION.
           COPY CPESTVIG.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-HISTORICO-EST          PIC XX.

       01  WS-FLAGS.
           05  EOF-MASTER                   PIC X VALUE 'N'.
               88  EOF-MASTER-REACHED       VALUE 'Y'.
           05  WS-LISTAR-FLAG               PIC X VALUE 'N'.
               88  WS-LISTAR                VALUE 'Y'.

       01  WS-NOME-RELATORIO                PIC X(100).
       01  WS-NOME-CSV                      PIC X(100).
       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-DATA-REFERENCIA               PIC X(8).
       01  WS-DATA-REFERENCIA-NUM           PIC 9(8) VALUE 0.
       01  WS-LINHA-PARAMETROS              PIC X(100).
       01  WS-PRM-DATA                      PIC X(8).

      *---------------------------------------------------------------
      * Configuracao listada da estacao corrente, venha ela do
      * historico ou do cadastro.
      *---------------------------------------------------------------
       01  WS-ESTACAO-LISTADA.
           05  WS-LST-ID                    PIC X(10).
           05  WS-LST-NOME                  PIC X(40).
           05  WS-LST-MUNICIPIO             PIC X(30).
           05  WS-LST-LATITUDE              PIC S9(3)V9(6).
           05  WS-LST-LONGITUDE             PIC S9(3)V9(6).
           05  WS-LST-ALTITUDE              PIC 9(4).
           05  WS-LST-SENSORES              PIC X(30).
           05  WS-LST-DATA-INSTALACAO       PIC X(8).
           05  WS-LST-SITUACAO              PIC X(10).
           05  WS-LST-DESDE                 PIC X(8).
           05  WS-LST-ATE                   PIC X(8).
           05  WS-LST-ORIGEM                PIC X(10).

       01  WS-CONTADORES.
           05  WS-ESTACOES-LISTADAS         PIC 9(9) VALUE 0.
           05  WS-ESTACOES-ATIVAS           PIC 9(9) VALUE 0.
           05  WS-ESTACOES-INATIVAS         PIC 9(9) VALUE 0.
           05  WS-ESTACOES-NAO-INSTALADAS   PIC 9(9) VALUE 0.
           05  WS-ESTACOES-SEM-HISTORICO    PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COORDENADA               PIC -ZZ9.999999.
       01  WS-EDIT-COORDENADA-B             PIC -ZZ9.999999.
       01  WS-EDIT-ALTITUDE                 PIC ZZZ9.
       01  WS-LINHA-SAIDA                   PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-ARQUIVOS
           PERFORM LISTAR-ESTACAO UNTIL EOF-MASTER-REACHED
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-REFERENCIA.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosRede
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosRede INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PRM-DATA
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-DATA
                       IF WS-PRM-DATA NOT = SPACES
                           PERFORM VALIDAR-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE ParametrosRede
           END-IF.

       VALIDAR-DATA-REFERENCIA.
           IF WS-PRM-DATA IS NUMERIC
               MOVE WS-PRM-DATA TO WS-DATA-REFERENCIA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (WS-DATA-REFERENCIA-NUM) = 0
                   MOVE WS-PRM-DATA TO WS-DATA-REFERENCIA
               ELSE
                   DISPLAY "DataReferencia invalida em "
                       "parametros_rede_vigente.csv (" WS-PRM-DATA
                       "), usada a data da execucao."
               END-IF
           ELSE
               DISPLAY "DataReferencia invalida em "
                   "parametros_rede_vigente.csv (" WS-PRM-DATA
                   "), usada a data da execucao."
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT EstacoesMaster
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "Cadastro estacoes_master.dat indisponivel "
                   "(status " WS-FS-MASTER "), nada a listar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-HISTORICO-ESTACOES
           IF NOT WS-VIG-HISTORICO-DISPONIVEL
               DISPLAY "Historico estacoes_historico.dat ausente: a "
                   "rede sai com o cadastro corrente."
           END-IF
           MOVE SPACES TO WS-NOME-RELATORIO WS-NOME-CSV
           STRING "rede_vigente_" DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOME-RELATORIO
           STRING "rede_vigente_" DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOME-CSV
           OPEN OUTPUT RelatorioRede
           OPEN OUTPUT CsvRede
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "REDE DE ESTACOES VIGENTE EM " DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Emitido em " DELIMITED BY SIZE
                  WS-DATA-HORA-ATUAL(1:8) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EstacaoID;Nome;Municipio;Latitude;Longitude;"
                      DELIMITED BY SIZE
                  "Altitude;Sensores;DataInstalacao;Situacao;"
                      DELIMITED BY SIZE
                  "VigenteDesde;VigenteAte;Origem" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE CsvRedeRecord FROM WS-LINHA-SAIDA
           MOVE LOW-VALUES TO EST-MST-ID
           START EstacoesMaster KEY >= EST-MST-ID
               INVALID KEY MOVE 'Y' TO EOF-MASTER
           END-START.

      *---------------------------------------------------------------
      * Uma estacao do cadastro: decide a configuracao da data de
      * referencia e, se a estacao ja existia nela, lista.
      *---------------------------------------------------------------
       LISTAR-ESTACAO.
           READ EstacoesMaster NEXT
               AT END MOVE 'Y' TO EOF-MASTER
               NOT AT END
                   PERFORM RESOLVER-ESTACAO-NA-REFERENCIA
                   IF WS-LISTAR
                       PERFORM GRAVAR-ESTACAO-LISTADA
                   ELSE
                       ADD 1 TO WS-ESTACOES-NAO-INSTALADAS
                   END-IF
           END-READ.

       RESOLVER-ESTACAO-NA-REFERENCIA.
           MOVE 'N' TO WS-LISTAR-FLAG
           MOVE SPACES TO WS-ESTACAO-LISTADA
           MOVE EST-MST-ID TO WS-VIG-ESTACAO-ID
           MOVE WS-DATA-REFERENCIA TO WS-VIG-DATA
           PERFORM CONSULTAR-VIGENCIA-ESTACAO
           EVALUATE TRUE
               WHEN WS-VIG-ENCONTRADA
                   MOVE 'Y' TO WS-LISTAR-FLAG
                   MOVE EST-MST-ID TO WS-LST-ID
                   MOVE WS-VIG-NOME TO WS-LST-NOME
                   MOVE WS-VIG-MUNICIPIO TO WS-LST-MUNICIPIO
                   MOVE WS-VIG-LATITUDE TO WS-LST-LATITUDE
                   MOVE WS-VIG-LONGITUDE TO WS-LST-LONGITUDE
                   MOVE WS-VIG-ALTITUDE TO WS-LST-ALTITUDE
                   MOVE WS-VIG-SENSORES TO WS-LST-SENSORES
                   MOVE WS-VIG-DATA-INSTALACAO TO
                       WS-LST-DATA-INSTALACAO
                   IF WS-VIG-ATIVA
                       MOVE "ATIVA" TO WS-LST-SITUACAO
                   ELSE
                       MOVE "DESATIVADA" TO WS-LST-SITUACAO
                   END-IF
                   MOVE WS-VIG-INICIO TO WS-LST-DESDE
                   IF WS-VIG-FIM NOT = "99999999"
                       MOVE WS-VIG-FIM TO WS-LST-ATE
                   END-IF
                   MOVE "HISTORICO" TO WS-LST-ORIGEM
               WHEN WS-VIG-SEM-HISTORICO
                   IF EST-MST-DATA-INSTALACAO NOT NUMERIC OR
                      EST-MST-DATA-INSTALACAO <= WS-DATA-REFERENCIA
                       MOVE 'Y' TO WS-LISTAR-FLAG
                       ADD 1 TO WS-ESTACOES-SEM-HISTORICO
                       MOVE EST-MST-ID TO WS-LST-ID
                       MOVE EST-MST-NOME TO WS-LST-NOME
                       MOVE EST-MST-MUNICIPIO TO WS-LST-MUNICIPIO
                       MOVE EST-MST-LATITUDE TO WS-LST-LATITUDE
                       MOVE EST-MST-LONGITUDE TO WS-LST-LONGITUDE
                       MOVE EST-MST-ALTITUDE TO WS-LST-ALTITUDE
                       MOVE EST-MST-SENSORES TO WS-LST-SENSORES
                       MOVE EST-MST-DATA-INSTALACAO TO
                           WS-LST-DATA-INSTALACAO
                       IF EST-MST-ATIVA
                           MOVE "ATIVA" TO WS-LST-SITUACAO
                       ELSE
                           MOVE "DESATIVADA" TO WS-LST-SITUACAO
                       END-IF
                       MOVE "CADASTRO" TO WS-LST-ORIGEM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVAR-ESTACAO-LISTADA.
           ADD 1 TO WS-ESTACOES-LISTADAS
           IF WS-LST-SITUACAO = "ATIVA"
               ADD 1 TO WS-ESTACOES-ATIVAS
           ELSE
               ADD 1 TO WS-ESTACOES-INATIVAS
           END-IF
           MOVE WS-LST-LATITUDE TO WS-EDIT-COORDENADA
           MOVE WS-LST-LONGITUDE TO WS-EDIT-COORDENADA-B
           MOVE WS-LST-ALTITUDE TO WS-EDIT-ALTITUDE
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(WS-LST-ID) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-NOME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-MUNICIPIO) DELIMITED BY SIZE
                  ")  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-SITUACAO) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "    Lat " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COORDENADA) DELIMITED BY SIZE
                  "  Lon " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COORDENADA-B)
                      DELIMITED BY SIZE
                  "  Alt " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-ALTITUDE) DELIMITED BY SIZE
                  " m  Sensores " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-SENSORES) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           IF WS-LST-ORIGEM = "HISTORICO"
               IF WS-LST-ATE = SPACES
                   STRING "    Vigente desde " DELIMITED BY SIZE
                          WS-LST-DESDE DELIMITED BY SIZE
                          " (versao corrente)" DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
               ELSE
                   STRING "    Vigente de " DELIMITED BY SIZE
                          WS-LST-DESDE DELIMITED BY SIZE
                          " a " DELIMITED BY SIZE
                          WS-LST-ATE DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
               END-IF
           ELSE
               STRING "    Sem historico: configuracao do cadastro "
                      DELIMITED BY SIZE
                      "corrente" DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           END-IF
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(WS-LST-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-MUNICIPIO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COORDENADA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COORDENADA-B)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-ALTITUDE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-SENSORES) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-DATA-INSTALACAO)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-SITUACAO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-DESDE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-ATE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-ORIGEM) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE CsvRedeRecord FROM WS-LINHA-SAIDA.

       FINALIZAR.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-LISTADAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Estacoes na rede na data: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-ATIVAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Ativas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-INATIVAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Desativadas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-SEM-HISTORICO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Pelo cadastro corrente (sem historico): "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-NAO-INSTALADAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Estacoes ainda nao instaladas na data: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioRedeRecord FROM WS-LINHA-SAIDA
           CLOSE EstacoesMaster
           PERFORM FECHAR-HISTORICO-ESTACOES
           CLOSE RelatorioRede
           CLOSE CsvRede
           DISPLAY "Rede vigente em " WS-DATA-REFERENCIA ": "
               FUNCTION TRIM(WS-NOME-RELATORIO) " e "
               FUNCTION TRIM(WS-NOME-CSV).

           COPY CPESTVPR.
