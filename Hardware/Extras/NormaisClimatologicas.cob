      * como reserva e saem marcados como PROVISORIO no relatorio de
      * geracao (relatorio_normais.txt).
      *
      * Uma estacao relocada nao mistura os dois sitios numa normal
      * so: pelo historico com vigencia do cadastro
      * (estacoes_historico.dat, ver CPESTVIG), so entram na normal
      * da estacao os dias em que ela estava no sitio atual (mesma
      * latitude, longitude e altitude da versao mais recente). Os
      * dias do sitio anterior continuam no agregado "*", que e
      * regional, e sao contados no relatorio. Estacao sem historico
      * tem todos os dias aproveitados, como antes.
      *
      * Parametros opcionais em parametros_normais.csv (uma linha):
      *   ArquivoResumo;ToleranciaPct;MinimoDias
      * Defaults: resumo_diario.csv, tolerancia 10%, minimo 10 dias.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT OPTIONAL EstacoesHistorico ASSIGN TO
               "estacoes_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-HIS-CHAVE
               FILE STATUS IS WS-FS-HISTORICO-EST.

           SELECT OPTIONAL NormaisFile ASSIGN TO
               "normais_climatologicas.dat"
               ORGANIZATION IS INDEXED
       FD  ResumoHistorico.
       01  ResumoHistoricoRecord           PIC X(500).

       FD  EstacoesHistorico.
           COPY CPESTHIS.

       FD  NormaisFile.
           COPY CPNORMAI.


       WORKING-STORAGE SECTION.
           COPY CPMETDIC.
           COPY CPESTVIG.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-NORMAIS                PIC XX.
           05  WS-FS-HISTORICO-EST          PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  WS-MES-PROVISORIO        VALUE 'Y'.
           05  WS-MES-APROVEITADO-FLAG      PIC X VALUE 'N'.
               88  WS-MES-APROVEITADO       VALUE 'Y'.
           05  WS-DIA-OUTRO-SITE-FLAG       PIC X VALUE 'N'.
               88  WS-DIA-OUTRO-SITE        VALUE 'Y'.

      *---------------------------------------------------------------
      * Sitio atual (versao mais recente do historico) da estacao da
      * linha corrente; o resumo chega ordenado por estacao, entao so
      * muda na quebra.
      *---------------------------------------------------------------
       01  WS-SITE-ATUAL.
           05  WS-SITE-ATUAL-ID             PIC X(10) VALUE SPACES.
           05  WS-SITE-ATUAL-FLAG           PIC X VALUE 'N'.
               88  WS-SITE-ATUAL-CONHECIDO  VALUE 'Y'.
           05  WS-SITE-ATUAL-LAT            PIC S9(3)V9(6).
           05  WS-SITE-ATUAL-LON            PIC S9(3)V9(6).
           05  WS-SITE-ATUAL-ALT            PIC 9(4).

       01  WS-NOME-ENTRADA                  PIC X(100)
                   VALUE "resumo_diario.csv".
           05  WS-NORMAIS-GRAVADAS          PIC 9(9) VALUE 0.
           05  WS-LIMITES-GERADOS           PIC 9(9) VALUE 0.
           05  WS-MESES-PROVISORIOS         PIC 9(9) VALUE 0.
           05  WS-DIAS-OUTRO-SITE           PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VALOR                    PIC -(6)9.99.
       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-HISTORICO-ESTACOES
           PERFORM PROCESSAR-HISTORICO
           PERFORM FECHAR-HISTORICO-ESTACOES
           OPEN OUTPUT RelatorioNormais
           PERFORM GRAVAR-CABECALHO-RELATORIO
           PERFORM GRAVAR-NORMAIS-INDEXADO

           COPY CPMETDPR.

           COPY CPESTVPR.

       ZERAR-ESTACAO-TABELA.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
      *            e depois na estacao propria.
                   MOVE 1 TO WS-EST-IDX
                   PERFORM ACUMULAR-DIA-NA-ESTACAO
                   PERFORM VERIFICAR-SITE-DO-DIA
                   IF WS-DIA-OUTRO-SITE
                       ADD 1 TO WS-DIAS-OUTRO-SITE
                   ELSE
                       PERFORM LOCALIZAR-OU-CRIAR-ESTACAO
                       IF WS-EST-IDX > 0
                           PERFORM ACUMULAR-DIA-NA-ESTACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * O dia e de outro sitio quando a versao da estacao em vigor na
      * data tem coordenadas ou altitude diferentes das da versao
      * mais recente. Sem versao para a data ou sem historico, o dia
      * fica com a estacao.
      *---------------------------------------------------------------
       VERIFICAR-SITE-DO-DIA.
           MOVE 'N' TO WS-DIA-OUTRO-SITE-FLAG
           IF WS-RSM-ESTACAO NOT = WS-SITE-ATUAL-ID
               MOVE WS-RSM-ESTACAO TO WS-SITE-ATUAL-ID
               MOVE 'N' TO WS-SITE-ATUAL-FLAG
               MOVE WS-RSM-ESTACAO TO WS-VIG-ESTACAO-ID
               MOVE "99999999" TO WS-VIG-DATA
               PERFORM CONSULTAR-VIGENCIA-ESTACAO
               IF WS-VIG-ENCONTRADA
                   MOVE 'Y' TO WS-SITE-ATUAL-FLAG
                   MOVE WS-VIG-LATITUDE TO WS-SITE-ATUAL-LAT
                   MOVE WS-VIG-LONGITUDE TO WS-SITE-ATUAL-LON
                   MOVE WS-VIG-ALTITUDE TO WS-SITE-ATUAL-ALT
               END-IF
           END-IF
           IF WS-SITE-ATUAL-CONHECIDO
               MOVE WS-RSM-ESTACAO TO WS-VIG-ESTACAO-ID
               MOVE WS-RSM-DATA TO WS-VIG-DATA
               PERFORM CONSULTAR-VIGENCIA-ESTACAO
               IF WS-VIG-ENCONTRADA AND
                  (WS-VIG-LATITUDE NOT = WS-SITE-ATUAL-LAT OR
                   WS-VIG-LONGITUDE NOT = WS-SITE-ATUAL-LON OR
                   WS-VIG-ALTITUDE NOT = WS-SITE-ATUAL-ALT)
                   MOVE 'Y' TO WS-DIA-OUTRO-SITE-FLAG
               END-IF
           END-IF.

       LOCALIZAR-OU-CRIAR-ESTACAO.
           MOVE 0 TO WS-EST-IDX
           PERFORM VARYING WS-I FROM 2 BY 1
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioNormaisRecord FROM WS-LINHA-SAIDA
           MOVE WS-DIAS-OUTRO-SITE TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Dias de sitio anterior (so no agregado *): "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RelatorioNormaisRecord FROM WS-LINHA-SAIDA
           CLOSE RelatorioNormais
           DISPLAY "Normais climatologicas geradas: "
               "normais_climatologicas.dat e "
