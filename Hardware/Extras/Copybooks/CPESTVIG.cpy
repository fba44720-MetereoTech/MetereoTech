      *================================================================
      * CPESTVIG - area da consulta de vigencia do cadastro de
      * estacoes (a parte de dados de CPESTVPR). O chamador informa
      * WS-VIG-ESTACAO-ID e WS-VIG-DATA (AAAAMMDD) e recebe em
      * WS-VIG-RESULTADO:
      *   E  versao encontrada: os campos WS-VIG-* trazem a
      *      configuracao da estacao em vigor na data;
      *   F  a estacao tem historico, mas nenhuma versao cobre a data
      *      (ainda nao instalada naquela data);
      *   S  sem historico para a estacao (ou sem o arquivo): vale o
      *      cadastro mestre corrente, como antes do historico.
      * A ultima versao encontrada fica em cache, e as entradas
      * chegam ordenadas por EstacaoID + DataHora: consultas
      * seguidas da mesma estacao dentro da mesma vigencia nao
      * releem o indexado.
      *================================================================
       01  WS-VIGENCIA-ESTACAO.
           05  WS-VIG-ESTACAO-ID            PIC X(10).
           05  WS-VIG-DATA                  PIC X(8).
           05  WS-VIG-RESULTADO             PIC X VALUE 'S'.
               88  WS-VIG-ENCONTRADA        VALUE 'E'.
               88  WS-VIG-FORA-DE-VIGENCIA  VALUE 'F'.
               88  WS-VIG-SEM-HISTORICO     VALUE 'S'.
           05  WS-VIG-HISTORICO-FLAG        PIC X VALUE 'N'.
               88  WS-VIG-HISTORICO-DISPONIVEL VALUE 'Y'.
           05  WS-VIG-FIM-ESTACAO-FLAG      PIC X VALUE 'N'.
               88  WS-VIG-FIM-ESTACAO       VALUE 'Y'.
           05  WS-VIG-CACHE-ID              PIC X(10) VALUE SPACES.
           05  WS-VIG-CACHE-RESULTADO       PIC X VALUE SPACE.
           05  WS-VIG-INICIO                PIC X(8).
           05  WS-VIG-FIM                   PIC X(8).
           05  WS-VIG-NOME                  PIC X(40).
           05  WS-VIG-MUNICIPIO             PIC X(30).
           05  WS-VIG-LATITUDE              PIC S9(3)V9(6).
           05  WS-VIG-LONGITUDE             PIC S9(3)V9(6).
           05  WS-VIG-ALTITUDE              PIC 9(4).
           05  WS-VIG-SENSORES              PIC X(30).
           05  WS-VIG-DATA-INSTALACAO       PIC X(8).
           05  WS-VIG-SITUACAO              PIC X.
               88  WS-VIG-ATIVA             VALUE 'A'.
               88  WS-VIG-INATIVA           VALUE 'I'.
