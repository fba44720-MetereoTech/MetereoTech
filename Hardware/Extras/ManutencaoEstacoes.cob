      * (estacoes_manutencao.csv) com uma acao por linha:
      *
      *   Acao;EstacaoID;Nome;Municipio;Latitude;Longitude;Altitude;
      *   Sensores;DataInstalacao;DataVigencia
      *
      * Acoes aceitas: INCLUIR (nova estacao, nasce ativa), ALTERAR
      * (atualiza os campos informados, preservando os deixados em
      * branco), DESATIVAR e REATIVAR (so mudam a situacao). Movimentos
      * invalidos sao listados no relatorio de manutencao e nao
      * interrompem o lote.
      *
      * O cadastro mestre guarda so a configuracao mais recente; cada
      * movimento aplicado tambem vira uma versao no historico com
      * vigencia estacoes_historico.dat (ver CPESTHIS), para que uma
      * relocacao nao reescreva o passado: a versao em vigor e
      * fechada na vespera de DataVigencia e a nova vale dali em
      * diante. DataVigencia (AAAAMMDD) em branco vale a data da
      * execucao - na INCLUIR, a DataInstalacao quando valida e,
      * sem ela, desde sempre (00000000, como a versao de CARGA), para
      * que as leituras que chegaram antes do cadastro continuem
      * aceitas quando reenviadas pelo livro de rejeitos.
      * Vigencia anterior ao inicio da versao corrente e recusada
      * (a correcao de um periodo ja encerrado nao se faz por aqui);
      * vigencia igual ao inicio da versao corrente a substitui.
      * Falha ao gravar o historico depois de o cadastro ja ter sido
      * atualizado lista o movimento como ERRO_GRAVACAO_HISTORICO e
      * termina o passo com codigo 8: cadastro e historico ficaram
      * divergentes e precisam de conferencia antes do proximo lote.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL EstacoesHistorico ASSIGN TO
               "estacoes_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-HIS-CHAVE
               FILE STATUS IS WS-FS-HISTORICO-EST.

           SELECT RelatorioManutencao ASSIGN TO
               "relatorio_manutencao.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  EstacoesHistorico.
           COPY CPESTHIS.

       FD  RelatorioManutencao.
       01  RelatorioManutencaoRecord       PIC X(200).

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-MOVIMENTOS             PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-HISTORICO-EST          PIC XX.

       01  WS-FLAGS.
           05  EOF-MOVIMENTOS               PIC X VALUE 'N'.
               88  MOVIMENTO-VALIDO         VALUE 'Y'.
           05  WS-LOTE-ABORTADO-FLAG        PIC X VALUE 'N'.
               88  WS-LOTE-ABORTADO         VALUE 'Y'.
           05  WS-HIS-TEM-VERSAO-FLAG       PIC X VALUE 'N'.
               88  WS-HIS-TEM-VERSAO        VALUE 'Y'.
           05  EOF-HISTORICO-EST            PIC X VALUE 'N'.
               88  EOF-HISTORICO-EST-REACHED VALUE 'Y'.

      *---------------------------------------------------------------
      * Movimento bruto ja decomposto pela UNSTRING. Os campos chegam
           05  WS-MOV-ALTITUDE              PIC X(6).
           05  WS-MOV-SENSORES              PIC X(30).
           05  WS-MOV-DATA-INSTALACAO       PIC X(8).
           05  WS-MOV-DATA-VIGENCIA         PIC X(8).

      *---------------------------------------------------------------
      * Vigencia do movimento corrente e a versao mais recente da
      * estacao no historico (a unica que fica em aberto).
      *---------------------------------------------------------------
       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-RUN-DATA                      PIC X(8).
       01  WS-DATA-VIGENCIA                 PIC X(8).
       01  WS-DATA-VIGENCIA-NUM             PIC 9(8) VALUE 0.
       01  WS-DATA-VESPERA-NUM              PIC 9(8) VALUE 0.
       01  WS-DATA-INSTALACAO-NUM           PIC 9(8) VALUE 0.
       01  WS-DIA-VIGENCIA                  PIC 9(9) VALUE 0.
       01  WS-HIS-ULTIMO-INICIO             PIC X(8).
       01  WS-HIS-INICIO-CARGA              PIC X(8).
       01  WS-VIGENCIA-ABERTA               PIC X(8) VALUE "99999999".

       01  WS-MOTIVO-ERRO                   PIC X(40).

           05  WS-MOVIMENTOS-LIDOS          PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-APLICADOS      PIC 9(9) VALUE 0.
           05  WS-MOVIMENTOS-ERRO           PIC 9(9) VALUE 0.
           05  WS-VERSOES-GRAVADAS          PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINHA-RELATORIO               PIC X(200).
           STOP RUN.

       ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-RUN-DATA
           OPEN INPUT Movimentos
           IF WS-FS-MOVIMENTOS NOT = "00"
               DISPLAY "Nao foi possivel abrir estacoes_manutencao.csv"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *    O historico acompanha o cadastro: sem ele um movimento
      *    mudaria o presente sem registrar o passado.
           IF WS-FS-MOVIMENTOS = "00" AND NOT WS-LOTE-ABORTADO
               OPEN I-O EstacoesHistorico
               IF WS-FS-HISTORICO-EST NOT = "00" AND
                  WS-FS-HISTORICO-EST NOT = "05"
                   DISPLAY "Nao foi possivel abrir "
                       "estacoes_historico.dat (status "
                       WS-FS-HISTORICO-EST "), lote abortado."
                   MOVE 'Y' TO EOF-MOVIMENTOS
                   SET WS-LOTE-ABORTADO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           OPEN OUTPUT RelatorioManutencao
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE MANUTENCAO DO CADASTRO DE ESTACOES"
                            WS-MOV-ALTITUDE
                            WS-MOV-SENSORES
                            WS-MOV-DATA-INSTALACAO
                            WS-MOV-DATA-VIGENCIA
                   IF WS-MOV-ACAO = WS-CABECALHO-MOVIMENTOS
                       CONTINUE
                   ELSE
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "ESTACAO_AUSENTE" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM DEFINIR-DATA-VIGENCIA
           END-IF
           IF MOVIMENTO-VALIDO
               EVALUATE WS-MOV-ACAO
                   WHEN "INCLUIR"

       INCLUIR-ESTACAO.
           PERFORM VALIDAR-CAMPOS-NUMERICOS
           IF MOVIMENTO-VALIDO
               PERFORM LOCALIZAR-VERSAO-ATUAL
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE SPACES TO EstacaoMasterRecord
               MOVE WS-MOV-ESTACAO-ID TO EST-MST-ID
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ESTACAO_JA_CADASTRADA" TO WS-MOTIVO-ERRO
               END-WRITE
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM GRAVAR-NOVA-VERSAO
           END-IF.

      *---------------------------------------------------------------
           IF MOVIMENTO-VALIDO
               PERFORM VALIDAR-CAMPOS-NUMERICOS
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM LOCALIZAR-VERSAO-ATUAL
           END-IF
           IF MOVIMENTO-VALIDO
               IF WS-MOV-NOME NOT = SPACES
                   MOVE WS-MOV-NOME TO EST-MST-NOME
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ERRO_REGRAVACAO" TO WS-MOTIVO-ERRO
               END-REWRITE
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM GRAVAR-NOVA-VERSAO
           END-IF.

       MUDAR-SITUACAO-ESTACAO.
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "ESTACAO_NAO_CADASTRADA" TO WS-MOTIVO-ERRO
           END-READ
           IF MOVIMENTO-VALIDO
               PERFORM LOCALIZAR-VERSAO-ATUAL
           END-IF
           IF MOVIMENTO-VALIDO
               IF WS-MOV-ACAO = "DESATIVAR"
                   SET EST-MST-INATIVA TO TRUE
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "ERRO_REGRAVACAO" TO WS-MOTIVO-ERRO
               END-REWRITE
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM GRAVAR-NOVA-VERSAO
           END-IF.

      *---------------------------------------------------------------
      * Data de vigencia do movimento: a informada, validada como
      * data; em branco, na INCLUIR a DataInstalacao (quando valida)
      * ou desde sempre (00000000) sem ela, e a data da execucao nos
      * demais casos.
      *---------------------------------------------------------------
       DEFINIR-DATA-VIGENCIA.
           MOVE WS-MOV-DATA-VIGENCIA TO WS-DATA-VIGENCIA
           IF WS-DATA-VIGENCIA = SPACES
               IF WS-MOV-ACAO = "INCLUIR"
                   MOVE "00000000" TO WS-DATA-VIGENCIA
               ELSE
                   MOVE WS-RUN-DATA TO WS-DATA-VIGENCIA
               END-IF
               IF WS-MOV-ACAO = "INCLUIR" AND
                  WS-MOV-DATA-INSTALACAO NUMERIC
                   MOVE WS-MOV-DATA-INSTALACAO TO WS-DATA-VIGENCIA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (WS-DATA-VIGENCIA-NUM) = 0
                       MOVE WS-MOV-DATA-INSTALACAO TO
                           WS-DATA-VIGENCIA
                   END-IF
               END-IF
           END-IF
           IF WS-DATA-VIGENCIA NOT NUMERIC
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "DATA_VIGENCIA_INVALIDA" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-DATA-VIGENCIA TO WS-DATA-VIGENCIA-NUM
               IF (WS-DATA-VIGENCIA-NUM NOT = 0 OR
                   WS-MOV-DATA-VIGENCIA NOT = SPACES) AND
                  FUNCTION TEST-DATE-YYYYMMDD
                      (WS-DATA-VIGENCIA-NUM) NOT = 0
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "DATA_VIGENCIA_INVALIDA" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Acha a versao mais recente da estacao no historico e recusa
      * vigencia anterior ao inicio dela. Estacao ja cadastrada mas
      * ainda sem historico (cadastro anterior ao historico) ganha
      * aqui a versao de CARGA com a imagem atual do cadastro - que
      * ainda esta no registro lido, antes da alteracao -, vigente
      * desde a instalacao (ou desde sempre, sem data valida).
      *---------------------------------------------------------------
       LOCALIZAR-VERSAO-ATUAL.
           MOVE 'N' TO WS-HIS-TEM-VERSAO-FLAG
           MOVE SPACES TO WS-HIS-ULTIMO-INICIO
           MOVE 'N' TO EOF-HISTORICO-EST
           MOVE WS-MOV-ESTACAO-ID TO EST-HIS-ID
           MOVE LOW-VALUES TO EST-HIS-VIGENCIA-INICIO
           START EstacoesHistorico KEY >= EST-HIS-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-HISTORICO-EST
           END-START
           PERFORM UNTIL EOF-HISTORICO-EST-REACHED
               READ EstacoesHistorico NEXT
                   AT END MOVE 'Y' TO EOF-HISTORICO-EST
                   NOT AT END
                       IF EST-HIS-ID NOT = WS-MOV-ESTACAO-ID
                           MOVE 'Y' TO EOF-HISTORICO-EST
                       ELSE
                           MOVE 'Y' TO WS-HIS-TEM-VERSAO-FLAG
                           MOVE EST-HIS-VIGENCIA-INICIO TO
                               WS-HIS-ULTIMO-INICIO
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-HIS-TEM-VERSAO AND WS-MOV-ACAO NOT = "INCLUIR"
               PERFORM GRAVAR-VERSAO-CARGA
           END-IF
           IF WS-HIS-TEM-VERSAO AND
              WS-DATA-VIGENCIA < WS-HIS-ULTIMO-INICIO
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "VIGENCIA_ANTERIOR_A_ATUAL" TO WS-MOTIVO-ERRO
           END-IF.

       GRAVAR-VERSAO-CARGA.
           MOVE "00000000" TO WS-HIS-INICIO-CARGA
           IF EST-MST-DATA-INSTALACAO NUMERIC AND
              EST-MST-DATA-INSTALACAO < WS-DATA-VIGENCIA
               MOVE EST-MST-DATA-INSTALACAO TO WS-DATA-INSTALACAO-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (WS-DATA-INSTALACAO-NUM) = 0
                   MOVE EST-MST-DATA-INSTALACAO TO
                       WS-HIS-INICIO-CARGA
               END-IF
           END-IF
           PERFORM MONTAR-VERSAO-DO-CADASTRO
           MOVE WS-HIS-INICIO-CARGA TO EST-HIS-VIGENCIA-INICIO
           MOVE WS-VIGENCIA-ABERTA TO EST-HIS-VIGENCIA-FIM
           MOVE "CARGA" TO EST-HIS-ACAO
           WRITE EstacaoHistoricoRecord
               INVALID KEY
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "ERRO_GRAVACAO_HISTORICO" TO WS-MOTIVO-ERRO
               NOT INVALID KEY
                   ADD 1 TO WS-VERSOES-GRAVADAS
                   MOVE 'Y' TO WS-HIS-TEM-VERSAO-FLAG
                   MOVE WS-HIS-INICIO-CARGA TO WS-HIS-ULTIMO-INICIO
           END-WRITE.

      *---------------------------------------------------------------
      * Cadastro ja atualizado: a versao corrente e fechada na
      * vespera da vigencia e a nova entra em aberto. Mesma data de
      * inicio = correcao da versao corrente, regravada no lugar. Se
      * a versao corrente nao fecha, a nova nao e gravada (ficariam
      * duas vigencias em aberto).
      *---------------------------------------------------------------
       GRAVAR-NOVA-VERSAO.
           IF WS-HIS-TEM-VERSAO
               MOVE WS-MOV-ESTACAO-ID TO EST-HIS-ID
               MOVE WS-HIS-ULTIMO-INICIO TO EST-HIS-VIGENCIA-INICIO
               READ EstacoesHistorico
                   INVALID KEY
                       MOVE 'N' TO WS-HIS-TEM-VERSAO-FLAG
               END-READ
           END-IF
           IF WS-HIS-TEM-VERSAO AND
              WS-HIS-ULTIMO-INICIO = WS-DATA-VIGENCIA
               PERFORM MONTAR-VERSAO-DO-CADASTRO
               MOVE WS-DATA-VIGENCIA TO EST-HIS-VIGENCIA-INICIO
               MOVE WS-MOV-ACAO TO EST-HIS-ACAO
               REWRITE EstacaoHistoricoRecord
                   INVALID KEY
                       DISPLAY "Falha ao regravar historico de "
                           FUNCTION TRIM(WS-MOV-ESTACAO-ID)
                           " (status " WS-FS-HISTORICO-EST ")."
                       PERFORM REJEITAR-GRAVACAO-HISTORICO
               END-REWRITE
           ELSE
               IF WS-HIS-TEM-VERSAO
                   MOVE WS-DATA-VIGENCIA TO WS-DATA-VIGENCIA-NUM
                   COMPUTE WS-DIA-VIGENCIA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VIGENCIA-NUM)
                   SUBTRACT 1 FROM WS-DIA-VIGENCIA
                   COMPUTE WS-DATA-VESPERA-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-VIGENCIA)
                   MOVE WS-DATA-VESPERA-NUM TO EST-HIS-VIGENCIA-FIM
                   REWRITE EstacaoHistoricoRecord
                       INVALID KEY
                           DISPLAY "Falha ao fechar vigencia de "
                               FUNCTION TRIM(WS-MOV-ESTACAO-ID)
                               " (status " WS-FS-HISTORICO-EST ")."
                           PERFORM REJEITAR-GRAVACAO-HISTORICO
                   END-REWRITE
               END-IF
               IF MOVIMENTO-VALIDO
                   PERFORM MONTAR-VERSAO-DO-CADASTRO
                   MOVE WS-DATA-VIGENCIA TO EST-HIS-VIGENCIA-INICIO
                   MOVE WS-VIGENCIA-ABERTA TO EST-HIS-VIGENCIA-FIM
                   MOVE WS-MOV-ACAO TO EST-HIS-ACAO
                   WRITE EstacaoHistoricoRecord
                       INVALID KEY
                           DISPLAY "Falha ao gravar historico de "
                               FUNCTION TRIM(WS-MOV-ESTACAO-ID)
                               " (status " WS-FS-HISTORICO-EST ")."
                           PERFORM REJEITAR-GRAVACAO-HISTORICO
                       NOT INVALID KEY
                           ADD 1 TO WS-VERSOES-GRAVADAS
                   END-WRITE
               END-IF
           END-IF.

       REJEITAR-GRAVACAO-HISTORICO.
           MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
           MOVE "ERRO_GRAVACAO_HISTORICO" TO WS-MOTIVO-ERRO
           MOVE 8 TO RETURN-CODE.

      *    Imagem completa do cadastro na versao; o fim de vigencia
      *    de uma versao regravada no lugar e preservado.
       MONTAR-VERSAO-DO-CADASTRO.
           MOVE EST-MST-ID TO EST-HIS-ID
           MOVE EST-MST-NOME TO EST-HIS-NOME
           MOVE EST-MST-MUNICIPIO TO EST-HIS-MUNICIPIO
           MOVE EST-MST-LATITUDE TO EST-HIS-LATITUDE
           MOVE EST-MST-LONGITUDE TO EST-HIS-LONGITUDE
           MOVE EST-MST-ALTITUDE TO EST-HIS-ALTITUDE
           MOVE EST-MST-SENSORES TO EST-HIS-SENSORES
           MOVE EST-MST-DATA-INSTALACAO TO EST-HIS-DATA-INSTALACAO
           MOVE EST-MST-SITUACAO TO EST-HIS-SITUACAO
           MOVE WS-DATA-HORA-ATUAL(1:14) TO EST-HIS-MOMENTO.

      *---------------------------------------------------------------
      * Latitude, longitude e altitude, quando informadas, precisam
      * ser numericas antes da conversao por NUMVAL; um campo em
                  FUNCTION TRIM(WS-MOV-ACAO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOV-ESTACAO-ID) DELIMITED BY SIZE
                  " vigente desde " DELIMITED BY SIZE
                  WS-DATA-VIGENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO.

                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO
           MOVE WS-VERSOES-GRAVADAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "Versoes gravadas no historico: " DELIMITED BY SIZE
                  WS-EDIT-9 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO
           WRITE RelatorioManutencaoRecord FROM WS-LINHA-RELATORIO
           CLOSE Movimentos
           CLOSE EstacoesMaster
           CLOSE EstacoesHistorico
           CLOSE RelatorioManutencao.
