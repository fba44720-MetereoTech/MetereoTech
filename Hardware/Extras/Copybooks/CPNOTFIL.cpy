      *================================================================
      * CPNOTFIL - mensagem da fila de saida para o gateway de SMS e
      * e-mail (fila_notificacoes.txt, registro de tamanho fixo, uma
      * mensagem por linha). O gateway le o arquivo e o esvazia
      * depois de entregar; o DespachoAlertas so acrescenta.
      * Identificador da mensagem: momento da execucao + sequencia,
      * o mesmo que consta do registro de entregas.
      * Evento: ABERTO, REABERTO, ESCALADO ou LEMBRETE.
      *================================================================
       01  MensagemFilaRecord.
           05  FIL-ID-MENSAGEM.
               10  FIL-MOMENTO              PIC X(14).
               10  FIL-SEQUENCIA            PIC 9(6).
           05  FIL-CANAL                    PIC X(5).
               88  FIL-CANAL-SMS            VALUE "SMS".
               88  FIL-CANAL-EMAIL          VALUE "EMAIL".
           05  FIL-DESTINO                  PIC X(60).
           05  FIL-CONTATO                  PIC X(30).
           05  FIL-NIVEL                    PIC 9(2).
           05  FIL-ESTACAO-ID               PIC X(10).
           05  FIL-METRICA                  PIC X(30).
           05  FIL-SEVERIDADE               PIC X(15).
           05  FIL-EVENTO                   PIC X(10).
           05  FIL-TEXTO                    PIC X(160).
