      *================================================================
      * CPNOTEST - registro do estado dos avisos ao plantao
      * (notificacoes_estado.dat, indexado pela mesma chave de
      * alertas_estado.dat: EstacaoID + Metrica + Severidade).
      * Guarda em que nivel da cadeia de contatos o alerta ja foi
      * avisado e quantas execucoes do despacho se passaram sem
      * reconhecimento desde o ultimo envio; ao atingir o limite, o
      * aviso sobe para o nivel seguinte.
      * Situacao:
      *   'A' ativa     - alerta aberto e nao reconhecido, lembretes
      *                   seguem
      *   'E' encerrada - alerta reconhecido ou fechado, nada mais e
      *                   enviado ate uma nova abertura ou escalacao
      * Mantido por DespachoAlertas.
      *================================================================
       01  NotificacaoEstadoRecord.
           05  NOT-CHAVE.
               10  NOT-ESTACAO-ID           PIC X(10).
               10  NOT-METRICA              PIC X(30).
               10  NOT-SEVERIDADE           PIC X(15).
           05  NOT-SITUACAO                 PIC X.
               88  NOT-ATIVA                VALUE 'A'.
               88  NOT-ENCERRADA            VALUE 'E'.
           05  NOT-NIVEL                    PIC 9(2).
           05  NOT-EXECUCOES-SEM-RESPOSTA   PIC 9(4).
           05  NOT-ENVIOS                   PIC 9(4).
           05  NOT-SEVERIDADE-ATUAL         PIC X(15).
           05  NOT-DATA-PRIMEIRO-ENVIO      PIC X(14).
           05  NOT-DATA-ULTIMO-ENVIO        PIC X(14).
