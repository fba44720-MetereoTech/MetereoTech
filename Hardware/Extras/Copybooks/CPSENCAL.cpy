      *================================================================
      * CPSENCAL - registro de eventos de calibracao de sensores
      * (calibracoes_sensores.dat, indexado por EstacaoID +
      * TipoSensor + DataCalibracao). Cada CALIBRATE aceito pelo
      * InventarioSensores grava um evento com o erro "como
      * encontrado" medido pelo tecnico contra a referencia (leitura
      * do sensor menos a referencia, na unidade da familia de
      * metricas cujo nome e o TipoSensor) e a data da calibracao
      * anterior (ou da instalacao), que abre o periodo de deriva.
      * Situacao:
      *   'P' pendente - offset informado, leituras ainda por ajustar
      *   'A' aplicado - AjusteCalibracao ja corrigiu o periodo (e
      *       o reconfere a cada execucao atras de leitura tardia)
      *   'S' sem ajuste - offset nulo ou nao informado, ou sem data
      *       de inicio do periodo
      *   'N' nao aplicavel - TipoSensor sem familia no dicionario
      * Mantido por InventarioSensores; lido e atualizado por
      * AjusteCalibracao.
      *================================================================
       01  CalibracaoSensorRecord.
           05  CAL-CHAVE.
               10  CAL-ESTACAO-ID           PIC X(10).
               10  CAL-TIPO                 PIC X(20).
               10  CAL-DATA-CALIBRACAO      PIC X(8).
           05  CAL-DATA-ANTERIOR            PIC X(8).
           05  CAL-OFFSET                   PIC S9(5)V9(4).
           05  CAL-SITUACAO                 PIC X.
               88  CAL-PENDENTE             VALUE 'P'.
               88  CAL-APLICADO             VALUE 'A'.
               88  CAL-SEM-AJUSTE           VALUE 'S'.
               88  CAL-NAO-APLICAVEL        VALUE 'N'.
           05  CAL-MOMENTO-REGISTRO         PIC X(14).
           05  CAL-MOMENTO-AJUSTE           PIC X(14).
           05  CAL-LEITURAS-AJUSTADAS       PIC 9(9).
