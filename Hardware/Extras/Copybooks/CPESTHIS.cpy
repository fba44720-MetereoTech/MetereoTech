      *================================================================
      * CPESTHIS - registro do historico com vigencia do cadastro
      * mestre de estacoes (estacoes_historico.dat, indexado por
      * EstacaoID + inicio de vigencia). Cada INCLUIR, ALTERAR,
      * DESATIVAR e REATIVAR da ManutencaoEstacoes fecha a versao em
      * vigor na vespera da data de vigencia do movimento e abre uma
      * nova com a imagem completa da estacao a partir dela; a
      * versao corrente tem fim de vigencia 99999999. Assim uma
      * estacao relocada guarda as coordenadas e a altitude de cada
      * sitio pelo periodo em que operou nele.
      * Estacao que ainda nao tinha historico ganha, no primeiro
      * movimento, uma versao de CARGA com a imagem anterior do
      * cadastro, vigente desde a data de instalacao (00000000, desde
      * sempre, sem data valida). Pelo mesmo motivo a INCLUIR sem
      * DataVigencia abre a primeira versao na data de instalacao
      * ou, sem ela, em 00000000 - nunca na data da execucao, o que
      * recusaria as leituras anteriores ao cadastro.
      * Mantido por ManutencaoEstacoes; lido pela consulta de vigencia
      * (CPESTVIG/CPESTVPR).
      *================================================================
       01  EstacaoHistoricoRecord.
           05  EST-HIS-CHAVE.
               10  EST-HIS-ID               PIC X(10).
               10  EST-HIS-VIGENCIA-INICIO  PIC X(8).
           05  EST-HIS-VIGENCIA-FIM         PIC X(8).
           05  EST-HIS-NOME                 PIC X(40).
           05  EST-HIS-MUNICIPIO            PIC X(30).
           05  EST-HIS-LATITUDE             PIC S9(3)V9(6).
           05  EST-HIS-LONGITUDE            PIC S9(3)V9(6).
           05  EST-HIS-ALTITUDE             PIC 9(4).
           05  EST-HIS-SENSORES             PIC X(30).
           05  EST-HIS-DATA-INSTALACAO      PIC X(8).
           05  EST-HIS-SITUACAO             PIC X.
               88  EST-HIS-ATIVA            VALUE 'A'.
               88  EST-HIS-INATIVA          VALUE 'I'.
           05  EST-HIS-ACAO                 PIC X(10).
           05  EST-HIS-MOMENTO              PIC X(14).
