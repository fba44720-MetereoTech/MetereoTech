      *================================================================
      * CPREJLDG - registro do livro de rejeitos (rejeitos_ledger.dat,
      * indexado por Origem + Arquivo + EstacaoID + DataHora +
      * Horizonte + Sequencia). Cada linha que a integracao desvia
      * para rejeitos.csv entra aqui tambem, e ao contrario do
      * rejeitos.csv (recriado a cada execucao) o livro atravessa as
      * execucoes: e ele que responde ao cliente de seguro agricola
      * pelo destino de toda leitura recusada.
      * Origem e RESULTADOS ou PREVISOES; Horizonte so e preenchido
      * nas previsoes. A Sequencia separa linhas diferentes que
      * caem na mesma chave (DataHora ilegivel, EstacaoID em branco);
      * a mesma linha rejeitada de novo (arquivo reprocessado) soma
      * ocorrencia no registro que ja existe.
      * Situacao: P pendente, C corrigido (linha corrigida aguardando
      * reenvio), E emitido (linha ja nos arquivos de reenvio,
      * aguardando a integracao ler o par REENVIO), R reenviado (par
      * REENVIO processado pela integracao), A abandonado (com
      * motivo).
      * Gravado por IntegracaoMeteorologica (que tambem passa E
      * para R); mantido por CorrecaoRejeitos, ReenvioRejeitos e
      * lido por EnvelhecimentoRejeitos.
      *================================================================
       01  RejeitoLedgerRecord.
           05  RJL-CHAVE.
               10  RJL-ORIGEM               PIC X(10).
               10  RJL-ARQUIVO              PIC X(100).
               10  RJL-ESTACAO-ID           PIC X(10).
               10  RJL-TIMESTAMP            PIC X(14).
               10  RJL-HORIZONTE            PIC X(3).
               10  RJL-SEQUENCIA            PIC 9(3).
           05  RJL-MOTIVO                   PIC X(30).
           05  RJL-SITUACAO                 PIC X.
               88  RJL-PENDENTE             VALUE 'P'.
               88  RJL-CORRIGIDO            VALUE 'C'.
               88  RJL-EMITIDO              VALUE 'E'.
               88  RJL-REENVIADO            VALUE 'R'.
               88  RJL-ABANDONADO           VALUE 'A'.
               88  RJL-EM-ABERTO            VALUE 'P' 'C' 'E'.
               88  RJL-A-REENVIAR           VALUE 'C' 'E'.
           05  RJL-DATA-PRIMEIRA            PIC X(14).
           05  RJL-DATA-ULTIMA              PIC X(14).
           05  RJL-OCORRENCIAS              PIC 9(4).
           05  RJL-DATA-SITUACAO            PIC X(14).
           05  RJL-OPERADOR                 PIC X(20).
           05  RJL-MOTIVO-ABANDONO          PIC X(60).
           05  RJL-LINHA-ORIGINAL           PIC X(1000).
           05  RJL-LINHA-CORRIGIDA          PIC X(1000).
