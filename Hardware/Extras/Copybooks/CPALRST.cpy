      * escalacao por persistencia muda apenas ALR-SEVERIDADE-ATUAL,
      * para que os disparos seguintes da mesma regra continuem
      * casando com o alerta ja aberto em vez de abrir outro.
      * Compartilhado por GestorAlertas (ciclo de vida),
      * BoletimAgronomia (alertas em aberto no boletim) e
      * DespachoAlertas (reconhecimento encerra os lembretes).
      *================================================================
       01  AlertaEstadoRecord.
           05  ALR-CHAVE.
