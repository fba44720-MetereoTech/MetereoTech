      * Saidas: extrato expurgo_extrato_<data>.csv (linhas no layout
      * de final.csv mais RunData e Versao, somente em EXECUTAR) e
      * relatorio_expurgo.txt com as contagens por estacao e por data
      * de execucao. Cada extrato gravado em EXECUTAR ganha uma linha
      * no catalogo expurgo_extratos.csv (NomeExtrato;Data;Registros),
      * por onde a auditoria de integridade sabe quais chaves sairam
      * do online por expurgo e nao por perda.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT RelatorioExpurgo ASSIGN TO "relatorio_expurgo.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CatalogoExtratos ASSIGN TO
               "expurgo_extratos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  DicionarioMetricas.
       FD  RelatorioExpurgo.
       01  RelatorioExpurgoRecord          PIC X(200).

       FD  CatalogoExtratos.
       01  CatalogoExtratosRecord          PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPCOMBO.
           COPY CPMETDIC.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-FINIDX                 PIC XX.
           05  WS-FS-CATALOGO               PIC XX.

       01  WS-FLAGS.
           05  EOF-INDEXADO                 PIC X VALUE 'N'.
           CLOSE FinalIndexado
           IF WS-EXTRATO-ABERTO
               CLOSE ExtratoExpurgo
               IF WS-REGISTROS-EXPURGADOS > 0
                   PERFORM CATALOGAR-EXTRATO
               END-IF
           END-IF
           MOVE WS-REGISTROS-EXPURGADOS TO WS-EDIT-9
           IF WS-MODO-EXECUTAR
                   "relatorio_expurgo.txt."
           END-IF.

      *---------------------------------------------------------------
      * Catalogo em EXTEND, como o proprio extrato: duas etapas de
      * expurgo no mesmo dia geram duas linhas para o mesmo extrato,
      * cada uma com a quantidade da sua etapa.
      *---------------------------------------------------------------
       CATALOGAR-EXTRATO.
           OPEN EXTEND CatalogoExtratos
           MOVE WS-REGISTROS-EXPURGADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(WS-NOME-EXTRATO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-RUN-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE CatalogoExtratosRecord FROM WS-LINHA-SAIDA
           CLOSE CatalogoExtratos.

      *---------------------------------------------------------------
      * Linha no layout de final.csv, montada do dicionario na mesma
      * ordem de colunas da integracao.
