      * com uma acao por linha:
      *
      *   Acao;EstacaoID;TipoSensor;Modelo;Serie;DataInstalacao;
      *   DataCalibracao;IntervaloDias;OffsetEncontrado
      *
      * Acoes aceitas: INSTALL (sensor novo na estacao; reaproveita
      * registro removido da mesma chave), REPLACE (troca de modelo e
      * vier preenchido) e REMOVE (marca removido, preservando o
      * historico). Movimentos invalidos saem no relatorio de
      * inventario (relatorio_sensores.txt) e nao interrompem o lote.
      *
      * Todo CALIBRATE aceito tambem vira um evento em
      * calibracoes_sensores.dat (ver CPSENCAL) com o OffsetEncontrado
      * - o erro do sensor contra a referencia antes do ajuste,
      * leitura menos referencia - e a data da calibracao anterior
      * (ou da instalacao), que delimitam o periodo de deriva que o
      * AjusteCalibracao corrige no indexado de combinados. Offset em
      * branco ou zero registra o evento sem ajuste a fazer. Uma
      * calibracao nao posterior a ultima registrada e recusada.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS SEN-CHAVE
               FILE STATUS IS WS-FS-INVENTARIO.

           SELECT OPTIONAL CalibracoesSensores ASSIGN TO
               "calibracoes_sensores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALIBRACOES.

           SELECT RelatorioSensores ASSIGN TO
               "relatorio_sensores.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SensoresInventario.
           COPY CPSENINV.

       FD  CalibracoesSensores.
           COPY CPSENCAL.

       FD  RelatorioSensores.
       01  RelatorioSensoresRecord         PIC X(200).

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-MOVIMENTOS             PIC XX.
           05  WS-FS-INVENTARIO             PIC XX.
           05  WS-FS-CALIBRACOES            PIC XX.

       01  WS-FLAGS.
           05  EOF-MOVIMENTOS               PIC X VALUE 'N'.
           05  WS-MOV-DATA-INSTALACAO       PIC X(8).
           05  WS-MOV-DATA-CALIBRACAO       PIC X(8).
           05  WS-MOV-INTERVALO             PIC X(6).
           05  WS-MOV-OFFSET                PIC X(12).

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-DATA-ANTERIOR                 PIC X(8).

       01  WS-MOTIVO-ERRO                   PIC X(40).

                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FS-MOVIMENTOS = "00" AND NOT WS-LOTE-ABORTADO
               OPEN I-O CalibracoesSensores
               IF WS-FS-CALIBRACOES NOT = "00" AND
                  WS-FS-CALIBRACOES NOT = "05"
                   DISPLAY "Nao foi possivel abrir "
                       "calibracoes_sensores.dat (status "
                       WS-FS-CALIBRACOES "), lote abortado."
                   MOVE 'Y' TO EOF-MOVIMENTOS
                   SET WS-LOTE-ABORTADO TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           OPEN OUTPUT RelatorioSensores
           MOVE SPACES TO WS-LINHA-RELATORIO
           STRING "RELATORIO DE MANUTENCAO DO INVENTARIO DE SENSORES"
                            WS-MOV-DATA-INSTALACAO
                            WS-MOV-DATA-CALIBRACAO
                            WS-MOV-INTERVALO
                            WS-MOV-OFFSET
                   IF WS-MOV-ACAO = WS-CABECALHO-MOVIMENTOS
                       CONTINUE
                   ELSE
              FUNCTION TEST-NUMVAL(WS-MOV-INTERVALO) NOT = 0
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "INTERVALO_NAO_NUMERICO" TO WS-MOTIVO-ERRO
           END-IF
           IF MOVIMENTO-VALIDO AND WS-MOV-OFFSET NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-MOV-OFFSET) NOT = 0
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "OFFSET_NAO_NUMERICO" TO WS-MOTIVO-ERRO
           END-IF.

       LER-SENSOR-CHAVE.
                   MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                   MOVE "DATA_CALIBRACAO_AUSENTE" TO WS-MOTIVO-ERRO
               WHEN OTHER
                   PERFORM REGISTRAR-EVENTO-CALIBRACAO
                   IF MOVIMENTO-VALIDO
                       MOVE WS-MOV-DATA-CALIBRACAO TO
                           SEN-DATA-CALIBRACAO
                       IF WS-MOV-INTERVALO NOT = SPACES
                           COMPUTE SEN-INTERVALO-DIAS =
                               FUNCTION NUMVAL(WS-MOV-INTERVALO)
                       END-IF
                       REWRITE SensorInventarioRecord
                           INVALID KEY
                               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                               MOVE "ERRO_REGRAVACAO" TO
                                   WS-MOTIVO-ERRO
                       END-REWRITE
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * Evento da calibracao (CPSENCAL). O periodo de deriva comeca
      * na calibracao anterior ou, se o sensor nunca foi calibrado,
      * na instalacao; sem nenhuma das duas o evento fica registrado
      * mas sem ajuste. Com offset nao nulo e periodo conhecido o
      * evento nasce pendente para o AjusteCalibracao.
      *---------------------------------------------------------------
       REGISTRAR-EVENTO-CALIBRACAO.
           MOVE SPACES TO WS-DATA-ANTERIOR
           IF SEN-DATA-CALIBRACAO NUMERIC
               MOVE SEN-DATA-CALIBRACAO TO WS-DATA-ANTERIOR
           ELSE
               IF SEN-DATA-INSTALACAO NUMERIC
                   MOVE SEN-DATA-INSTALACAO TO WS-DATA-ANTERIOR
               END-IF
           END-IF
           IF WS-DATA-ANTERIOR NOT = SPACES AND
              WS-MOV-DATA-CALIBRACAO <= WS-DATA-ANTERIOR
               MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
               MOVE "CALIBRACAO_NAO_POSTERIOR" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MOV-ESTACAO-ID TO CAL-ESTACAO-ID
               MOVE WS-MOV-TIPO TO CAL-TIPO
               MOVE WS-MOV-DATA-CALIBRACAO TO CAL-DATA-CALIBRACAO
               MOVE WS-DATA-ANTERIOR TO CAL-DATA-ANTERIOR
               IF WS-MOV-OFFSET = SPACES
                   MOVE 0 TO CAL-OFFSET
               ELSE
                   COMPUTE CAL-OFFSET =
                       FUNCTION NUMVAL(WS-MOV-OFFSET)
               END-IF
               IF CAL-OFFSET = 0 OR WS-DATA-ANTERIOR = SPACES
                   SET CAL-SEM-AJUSTE TO TRUE
               ELSE
                   SET CAL-PENDENTE TO TRUE
               END-IF
               MOVE WS-DATA-HORA-ATUAL(1:14) TO CAL-MOMENTO-REGISTRO
               MOVE SPACES TO CAL-MOMENTO-AJUSTE
               MOVE 0 TO CAL-LEITURAS-AJUSTADAS
               WRITE CalibracaoSensorRecord
                   INVALID KEY
                       MOVE 'N' TO WS-MOVIMENTO-VALIDO-FLAG
                       MOVE "CALIBRACAO_JA_REGISTRADA" TO
                           WS-MOTIVO-ERRO
               END-WRITE
           END-IF.

       REMOVER-SENSOR.
           PERFORM LER-SENSOR-CHAVE
           EVALUATE TRUE
           WRITE RelatorioSensoresRecord FROM WS-LINHA-RELATORIO
           CLOSE Movimentos
           CLOSE SensoresInventario
           CLOSE CalibracoesSensores
           CLOSE RelatorioSensores.
