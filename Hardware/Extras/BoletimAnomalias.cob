       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoletimAnomalias.

      *================================================================
      * Boletim mensal de anomalias climaticas. As normais de
      * normais_climatologicas.dat (ver CPNORMAI) so alimentavam os
      * limites de qualidade; ninguem via como o mes se comparou a
      * elas, e a pergunta "foi um mes quente/seco na regiao X" era
      * respondida de memoria.
      *
      * No fechamento do mes, agrega o historico de resumos diarios
      * (layout de resumo_diario.csv) do mes de referencia por
      * estacao e compara cada familia do dicionario de metricas com
      * a normal da estacao para aquele mes do ano:
      *   - media do mes (media das medias diarias) contra a media
      *     normal: desvio e desvio em desvios padrao da normal, com
      *     a situacao ACIMA (>= +1 DP), ABAIXO (<= -1 DP) ou NORMAL;
      *   - dias com media diaria acima e abaixo da media normal;
      *   - maxima e minima do mes com a data, comparadas aos
      *     extremos da normal (maior maximo e menor minimo ja
      *     observados): ultrapassar e RECORDE.
      * Normal com menos dias que o minimo das normais (MinimoDias de
      * parametros_normais.csv, o mesmo criterio que a marca como
      * PROVISORIO na geracao) ou inexistente cede lugar ao agregado
      * "*" do mes; sem nenhum dos dois, a estacao sai SEM NORMAL,
      * so com os numeros do mes.
      *
      * Os dias passam por um arquivo de trabalho indexado
      * (boletim_anomalias_trabalho.dat, chave estacao + data), que
      * devolve o mes ordenado para a quebra por estacao sem limite
      * de estacoes; dia repetido no historico vale a ultima linha.
      *
      * Saidas: boletim_anomalias_<AAAAMM>.txt, para impressao, e
      * boletim_anomalias_<AAAAMM>.csv, uma linha por estacao e
      * familia, para o informativo da cooperativa.
      *
      * Parametros opcionais em parametros_boletim_anomalias.csv (uma
      * linha): AnoMes;ArquivoResumo. Defaults: mes anterior ao da
      * execucao, resumo_diario.csv.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DicionarioMetricas ASSIGN TO
               "dicionario_metricas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DICIONARIO.

           SELECT OPTIONAL ParametrosBoletim ASSIGN TO
               "parametros_boletim_anomalias.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL ParametrosNormais ASSIGN TO
               "parametros_normais.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL ResumoHistorico ASSIGN TO DYNAMIC
               WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT DiasTrabalho ASSIGN TO
               "boletim_anomalias_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT OPTIONAL NormaisFile ASSIGN TO
               "normais_climatologicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NRM-CHAVE
               FILE STATUS IS WS-FS-NORMAIS.

           SELECT OPTIONAL EstacoesMaster ASSIGN TO
               "estacoes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT BoletimTexto ASSIGN TO DYNAMIC WS-NOME-BOLETIM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BoletimCsv ASSIGN TO DYNAMIC WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DicionarioMetricas.
       01  DicionarioMetricasRecord        PIC X(100).

       FD  ParametrosBoletim.
       01  ParametrosBoletimRecord         PIC X(300).

       FD  ParametrosNormais.
       01  ParametrosNormaisRecord         PIC X(300).

       FD  ResumoHistorico.
       01  ResumoHistoricoRecord           PIC X(500).

      *---------------------------------------------------------------
      * Um dia de resumo do mes: Minima;Maxima;Media de cada familia,
      * como vieram do resumo.
      *---------------------------------------------------------------
       FD  DiasTrabalho.
       01  DiaTrabalhoRecord.
           05  BAT-CHAVE.
               10  BAT-ESTACAO-ID           PIC X(10).
               10  BAT-DATA                 PIC X(8).
           05  BAT-VALOR-TXT                PIC X(15) OCCURS 30 TIMES.

       FD  NormaisFile.
           COPY CPNORMAI.

       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  BoletimTexto.
       01  BoletimTextoRecord              PIC X(200).

       FD  BoletimCsv.
       01  BoletimCsvRecord                PIC X(400).

       WORKING-STORAGE SECTION.
           COPY CPMETDIC.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-TRABALHO               PIC XX.
           05  WS-FS-NORMAIS                PIC XX.
           05  WS-FS-MASTER                 PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-NORMAIS-DISPONIVEIS-FLAG  PIC X VALUE 'N'.
               88  WS-NORMAIS-DISPONIVEIS   VALUE 'Y'.
           05  WS-MASTER-DISPONIVEL-FLAG    PIC X VALUE 'N'.
               88  WS-MASTER-DISPONIVEL     VALUE 'Y'.
           05  WS-GERAL-ACHADA-FLAG         PIC X VALUE 'N'.
               88  WS-GERAL-ACHADA          VALUE 'Y'.

       01  WS-NOME-ENTRADA                  PIC X(100)
                   VALUE "resumo_diario.csv".
       01  WS-NOME-BOLETIM                  PIC X(100).
       01  WS-NOME-CSV                      PIC X(100).
       01  WS-LINHA-PARAMETROS              PIC X(300).
       01  WS-PARAMETROS-BRUTOS.
           05  WS-PRM-ANO-MES               PIC X(6).
           05  WS-PRM-ARQUIVO               PIC X(100).
       01  WS-PARAMETROS-NORMAIS.
           05  WS-PNR-ARQUIVO               PIC X(100).
           05  WS-PNR-TOLERANCIA            PIC X(10).
           05  WS-PNR-MINIMO-DIAS           PIC X(10).
       01  WS-MINIMO-DIAS                   PIC 9(4) VALUE 10.

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-DATA-HOJE                     PIC X(8).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO                  PIC 9(4).
           05  WS-HOJE-MES                  PIC 9(2).
           05  WS-HOJE-DIA                  PIC 9(2).

       01  WS-MES-REFERENCIA.
           05  WS-REF-ANO                   PIC 9(4).
           05  WS-REF-MES                   PIC 9(2).
       01  WS-REF-ANO-MES REDEFINES WS-MES-REFERENCIA PIC X(6).
       01  WS-MES-NORMAL                    PIC X(2).

       01  WS-RESUMO-REC.
           05  WS-RSM-ESTACAO               PIC X(10).
           05  WS-RSM-DATA                  PIC X(8).
           05  WS-RSM-QTD-TXT               PIC X(15).
           05  WS-RSM-VALOR-TXT             PIC X(15) OCCURS 30 TIMES.

      *---------------------------------------------------------------
      * Normal em uso para a estacao corrente (propria ou reserva
      * "*") e a reserva "*" do mes, lida uma vez. Familia sem dado
      * na normal (extremos ainda nas sentinelas) fica sem
      * comparacao.
      *---------------------------------------------------------------
       01  WS-NORMAL-GERAL.
           05  WS-NGE-QTD-DIAS              PIC 9(5).
           05  WS-NGE-FAMILIA OCCURS 10 TIMES.
               10  WS-NGE-MEDIA             PIC S9(9)V9(4).
               10  WS-NGE-MINIMO            PIC S9(9)V9(4).
               10  WS-NGE-MAXIMO            PIC S9(9)V9(4).
               10  WS-NGE-DESVIO            PIC S9(9)V9(4).

       01  WS-NORMAL-USADA.
           05  WS-NUS-FONTE                 PIC X(20).
           05  WS-NUS-TEM-FLAG              PIC X.
               88  WS-NUS-TEM-NORMAL        VALUE 'Y'.
           05  WS-NUS-QTD-DIAS              PIC 9(5).
           05  WS-NUS-FAMILIA OCCURS 10 TIMES.
               10  WS-NUS-MEDIA             PIC S9(9)V9(4).
               10  WS-NUS-MINIMO            PIC S9(9)V9(4).
               10  WS-NUS-MAXIMO            PIC S9(9)V9(4).
               10  WS-NUS-DESVIO            PIC S9(9)V9(4).

      *---------------------------------------------------------------
      * Acumuladores do mes da estacao corrente, por familia.
      *---------------------------------------------------------------
       01  WS-MES-ESTACAO.
           05  WS-ACM-FAMILIA OCCURS 10 TIMES.
               10  WS-ACM-DIAS              PIC 9(5).
               10  WS-ACM-SOMA              PIC S9(11)V9(4).
               10  WS-ACM-ACIMA             PIC 9(5).
               10  WS-ACM-ABAIXO            PIC 9(5).
               10  WS-ACM-MAXIMA            PIC S9(9)V9(4).
               10  WS-ACM-DATA-MAXIMA       PIC X(8).
               10  WS-ACM-MINIMA            PIC S9(9)V9(4).
               10  WS-ACM-DATA-MINIMA       PIC X(8).

       01  WS-ESTACAO-ATUAL                 PIC X(10) VALUE SPACES.
       01  WS-NOME-ESTACAO                  PIC X(40).
       01  WS-MUNICIPIO-ESTACAO             PIC X(30).
       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-VAL-IDX                       PIC 9(4) VALUE 0.

       01  WS-NUM-MINIMA                    PIC S9(9)V9(4) VALUE 0.
       01  WS-NUM-MAXIMA                    PIC S9(9)V9(4) VALUE 0.
       01  WS-NUM-MEDIA                     PIC S9(9)V9(4) VALUE 0.

      *---------------------------------------------------------------
      * Resultado de uma familia da estacao corrente.
      *---------------------------------------------------------------
       01  WS-RESULTADO.
           05  WS-RES-MEDIA                 PIC S9(9)V9(4) VALUE 0.
           05  WS-RES-DESVIO                PIC S9(9)V9(4) VALUE 0.
           05  WS-RES-DESVIO-DP             PIC S9(5)V9(4) VALUE 0.
           05  WS-RES-TEM-DP-FLAG           PIC X VALUE 'N'.
               88  WS-RES-TEM-DP            VALUE 'Y'.
           05  WS-RES-SITUACAO              PIC X(15).
           05  WS-RES-RECORDE               PIC X(15).

       01  WS-CONTADORES.
           05  WS-LINHAS-LIDAS              PIC 9(9) VALUE 0.
           05  WS-DIAS-DO-MES               PIC 9(9) VALUE 0.
           05  WS-ESTACOES-BOLETIM          PIC 9(9) VALUE 0.
           05  WS-ESTACOES-RESERVA          PIC 9(9) VALUE 0.
           05  WS-ESTACOES-SEM-NORMAL       PIC 9(9) VALUE 0.
           05  WS-RECORDES                  PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VALOR                    PIC -(6)9.99.
       01  WS-EDIT-VALOR-B                  PIC -(6)9.99.
       01  WS-EDIT-DP                       PIC +(4)9.99.
       01  WS-EDIT-DESVIO                   PIC +(6)9.99.
       01  WS-EDIT-DIAS                     PIC ZZZZ9.
       01  WS-EDIT-DIAS-B                   PIC ZZZZ9.
       01  WS-CAMPO-EDITADO                 PIC X(12).
       01  WS-LINHA-SAIDA                   PIC X(200).
       01  WS-LINHA-CSV                     PIC X(400).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM ABRIR-ARQUIVOS
           PERFORM CARREGAR-DIAS-DO-MES UNTIL EOF-ENTRADA-REACHED
           CLOSE ResumoHistorico
           PERFORM EMITIR-BOLETIM
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           IF WS-HOJE-MES = 1
               COMPUTE WS-REF-ANO = WS-HOJE-ANO - 1
               MOVE 12 TO WS-REF-MES
           ELSE
               MOVE WS-HOJE-ANO TO WS-REF-ANO
               COMPUTE WS-REF-MES = WS-HOJE-MES - 1
           END-IF
           PERFORM CARREGAR-DICIONARIO-METRICAS.

           COPY CPMETDPR.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosBoletim
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosBoletim INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PARAMETROS-BRUTOS
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-ANO-MES
                                WS-PRM-ARQUIVO
                       IF WS-PRM-ANO-MES NOT = SPACES
                           IF WS-PRM-ANO-MES IS NUMERIC AND
                              WS-PRM-ANO-MES(5:2) >= "01" AND
                              WS-PRM-ANO-MES(5:2) <= "12"
                               MOVE WS-PRM-ANO-MES TO WS-REF-ANO-MES
                           ELSE
                               DISPLAY "AnoMes invalido em "
                                   "parametros_boletim_anomalias.csv ("
                                   WS-PRM-ANO-MES
                                   "), usado o mes anterior."
                           END-IF
                       END-IF
                       IF WS-PRM-ARQUIVO NOT = SPACES
                           MOVE WS-PRM-ARQUIVO TO WS-NOME-ENTRADA
                       END-IF
               END-READ
               CLOSE ParametrosBoletim
           END-IF
      *    O minimo de dias que torna uma normal PROVISORIO e o da
      *    geracao das normais.
           OPEN INPUT ParametrosNormais
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosNormais INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PARAMETROS-NORMAIS
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PNR-ARQUIVO
                                WS-PNR-TOLERANCIA
                                WS-PNR-MINIMO-DIAS
                       IF WS-PNR-MINIMO-DIAS NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PNR-MINIMO-DIAS) = 0
                          AND FUNCTION NUMVAL(WS-PNR-MINIMO-DIAS) > 0
                           COMPUTE WS-MINIMO-DIAS =
                               FUNCTION NUMVAL(WS-PNR-MINIMO-DIAS)
                       END-IF
               END-READ
               CLOSE ParametrosNormais
           END-IF
           MOVE WS-REF-ANO-MES(5:2) TO WS-MES-NORMAL.

       ABRIR-ARQUIVOS.
           OPEN INPUT ResumoHistorico
           IF WS-FS-ENTRADA NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   FUNCTION TRIM(WS-NOME-ENTRADA)
                   " (status " WS-FS-ENTRADA "), sem historico nao ha "
                   "boletim."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ResumoHistorico
               AT END MOVE 'Y' TO EOF-ENTRADA
           END-READ
           OPEN OUTPUT DiasTrabalho
           CLOSE DiasTrabalho
           OPEN I-O DiasTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "boletim_anomalias_trabalho.dat (status "
                   WS-FS-TRABALHO "), boletim abortado."
               CLOSE ResumoHistorico
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NormaisFile
           IF WS-FS-NORMAIS = "00"
               MOVE 'Y' TO WS-NORMAIS-DISPONIVEIS-FLAG
               PERFORM LER-NORMAL-GERAL
           ELSE
               DISPLAY "Normais climatologicas indisponiveis (status "
                   WS-FS-NORMAIS "): boletim sai sem comparacao."
           END-IF
           OPEN INPUT EstacoesMaster
           IF WS-FS-MASTER = "00"
               MOVE 'Y' TO WS-MASTER-DISPONIVEL-FLAG
           END-IF
           MOVE SPACES TO WS-NOME-BOLETIM WS-NOME-CSV
           STRING "boletim_anomalias_" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOME-BOLETIM
           STRING "boletim_anomalias_" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOME-CSV
           OPEN OUTPUT BoletimTexto
           OPEN OUTPUT BoletimCsv
           PERFORM GRAVAR-CABECALHOS.

       LER-NORMAL-GERAL.
           MOVE "*" TO NRM-ESTACAO
           MOVE WS-MES-NORMAL TO NRM-MES
           READ NormaisFile
               INVALID KEY
                   MOVE 'N' TO WS-GERAL-ACHADA-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GERAL-ACHADA-FLAG
                   MOVE NRM-QTD-DIAS TO WS-NGE-QTD-DIAS
                   PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MET-QTD
                       MOVE NRM-MEDIA(WS-M) TO WS-NGE-MEDIA(WS-M)
                       MOVE NRM-MINIMO(WS-M) TO WS-NGE-MINIMO(WS-M)
                       MOVE NRM-MAXIMO(WS-M) TO WS-NGE-MAXIMO(WS-M)
                       MOVE NRM-DESVIO(WS-M) TO WS-NGE-DESVIO(WS-M)
                   END-PERFORM
           END-READ.

       GRAVAR-CABECALHOS.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "BOLETIM MENSAL DE ANOMALIAS CLIMATICAS - "
                      DELIMITED BY SIZE
                  WS-REF-ANO-MES(1:4) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-REF-ANO-MES(5:2) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Emitido em " DELIMITED BY SIZE
                  WS-DATA-HORA-ATUAL(1:8) DELIMITED BY SIZE
                  " a partir de " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-ENTRADA) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-MINIMO-DIAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Normal da estacao com menos de " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " dias (PROVISORIO) usa o agregado geral (*)."
                      DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Situacao: ACIMA/ABAIXO quando a media do mes se "
                      DELIMITED BY SIZE
                  "afasta 1 desvio padrao ou mais da normal."
                      DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-CSV
           STRING "EstacaoID;Nome;Municipio;AnoMes;Familia;"
                      DELIMITED BY SIZE
                  "FonteNormal;Dias;MediaMes;MediaNormal;Desvio;"
                      DELIMITED BY SIZE
                  "DesvioDP;Situacao;DiasAcima;DiasAbaixo;"
                      DELIMITED BY SIZE
                  "MaximaMes;DataMaxima;MaximoNormal;MinimaMes;"
                      DELIMITED BY SIZE
                  "DataMinima;MinimoNormal;Recorde" DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           WRITE BoletimCsvRecord FROM WS-LINHA-CSV.

      *---------------------------------------------------------------
      * Primeira passada: so os dias do mes de referencia vao para o
      * arquivo de trabalho; dia repetido fica com a ultima linha.
      *---------------------------------------------------------------
       CARREGAR-DIAS-DO-MES.
           MOVE SPACES TO WS-RESUMO-REC
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING ResumoHistoricoRecord DELIMITED BY ';'
               INTO WS-RSM-ESTACAO
                    WS-RSM-DATA
                    WS-RSM-QTD-TXT
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           PERFORM VARYING WS-PARSE-C FROM 1 BY 1
               UNTIL WS-PARSE-C > WS-MET-COLS
               UNSTRING ResumoHistoricoRecord DELIMITED BY ';'
                   INTO WS-RSM-VALOR-TXT(WS-PARSE-C)
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-RSM-ESTACAO = "EstacaoID" OR WS-RSM-ESTACAO = SPACES
              OR WS-RSM-DATA NOT NUMERIC
               CONTINUE
           ELSE
               ADD 1 TO WS-LINHAS-LIDAS
               IF WS-RSM-DATA(1:6) = WS-REF-ANO-MES
                   PERFORM GRAVAR-DIA-TRABALHO
               END-IF
           END-IF
           READ ResumoHistorico
               AT END MOVE 'Y' TO EOF-ENTRADA
           END-READ.

       GRAVAR-DIA-TRABALHO.
           MOVE SPACES TO DiaTrabalhoRecord
           MOVE WS-RSM-ESTACAO TO BAT-ESTACAO-ID
           MOVE WS-RSM-DATA TO BAT-DATA
           PERFORM VARYING WS-PARSE-C FROM 1 BY 1
               UNTIL WS-PARSE-C > WS-MET-COLS
               MOVE WS-RSM-VALOR-TXT(WS-PARSE-C) TO
                   BAT-VALOR-TXT(WS-PARSE-C)
           END-PERFORM
           WRITE DiaTrabalhoRecord
               INVALID KEY
                   IF WS-FS-TRABALHO = "22"
                       REWRITE DiaTrabalhoRecord
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DIAS-DO-MES
           END-WRITE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar dia da estacao "
                   FUNCTION TRIM(WS-RSM-ESTACAO) " em " WS-RSM-DATA
                   " (status " WS-FS-TRABALHO "), boletim abortado."
               CLOSE ResumoHistorico
               CLOSE DiasTrabalho
               IF WS-NORMAIS-DISPONIVEIS
                   CLOSE NormaisFile
               END-IF
               IF WS-MASTER-DISPONIVEL
                   CLOSE EstacoesMaster
               END-IF
               CLOSE BoletimTexto
               CLOSE BoletimCsv
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Segunda passada, em ordem de estacao e data, com quebra por
      * estacao.
      *---------------------------------------------------------------
       EMITIR-BOLETIM.
           MOVE LOW-VALUES TO BAT-CHAVE
           START DiasTrabalho KEY >= BAT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ DiasTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF BAT-ESTACAO-ID NOT = WS-ESTACAO-ATUAL
                           IF WS-ESTACAO-ATUAL NOT = SPACES
                               PERFORM FECHAR-ESTACAO
                           END-IF
                           PERFORM ABRIR-ESTACAO
                       END-IF
                       PERFORM ACUMULAR-DIA
               END-READ
           END-PERFORM
           IF WS-ESTACAO-ATUAL NOT = SPACES
               PERFORM FECHAR-ESTACAO
           ELSE
               MOVE SPACES TO WS-LINHA-SAIDA
               WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "Nenhum dia de resumo no mes de referencia."
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           END-IF.

       ABRIR-ESTACAO.
           MOVE BAT-ESTACAO-ID TO WS-ESTACAO-ATUAL
           ADD 1 TO WS-ESTACOES-BOLETIM
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               MOVE 0 TO WS-ACM-DIAS(WS-M)
               MOVE 0 TO WS-ACM-SOMA(WS-M)
               MOVE 0 TO WS-ACM-ACIMA(WS-M)
               MOVE 0 TO WS-ACM-ABAIXO(WS-M)
               MOVE -999999999 TO WS-ACM-MAXIMA(WS-M)
               MOVE 999999999 TO WS-ACM-MINIMA(WS-M)
               MOVE SPACES TO WS-ACM-DATA-MAXIMA(WS-M)
               MOVE SPACES TO WS-ACM-DATA-MINIMA(WS-M)
           END-PERFORM
           MOVE SPACES TO WS-NOME-ESTACAO WS-MUNICIPIO-ESTACAO
           IF WS-MASTER-DISPONIVEL
               MOVE WS-ESTACAO-ATUAL TO EST-MST-ID
               READ EstacoesMaster
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EST-MST-NOME TO WS-NOME-ESTACAO
                       MOVE EST-MST-MUNICIPIO TO WS-MUNICIPIO-ESTACAO
               END-READ
           END-IF
           PERFORM ESCOLHER-NORMAL.

      *---------------------------------------------------------------
      * Normal da propria estacao se tiver dias suficientes; senao a
      * reserva "*" do mes; senao nenhuma.
      *---------------------------------------------------------------
       ESCOLHER-NORMAL.
           MOVE 'N' TO WS-NUS-TEM-FLAG
           MOVE "SEM NORMAL" TO WS-NUS-FONTE
           IF WS-NORMAIS-DISPONIVEIS
               MOVE WS-ESTACAO-ATUAL TO NRM-ESTACAO
               MOVE WS-MES-NORMAL TO NRM-MES
               READ NormaisFile
                   INVALID KEY MOVE 0 TO NRM-QTD-DIAS
               END-READ
               IF NRM-QTD-DIAS >= WS-MINIMO-DIAS
                   MOVE 'Y' TO WS-NUS-TEM-FLAG
                   MOVE "ESTACAO" TO WS-NUS-FONTE
                   MOVE NRM-QTD-DIAS TO WS-NUS-QTD-DIAS
                   PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MET-QTD
                       MOVE NRM-MEDIA(WS-M) TO WS-NUS-MEDIA(WS-M)
                       MOVE NRM-MINIMO(WS-M) TO WS-NUS-MINIMO(WS-M)
                       MOVE NRM-MAXIMO(WS-M) TO WS-NUS-MAXIMO(WS-M)
                       MOVE NRM-DESVIO(WS-M) TO WS-NUS-DESVIO(WS-M)
                   END-PERFORM
               ELSE
                   IF WS-GERAL-ACHADA
                       MOVE 'Y' TO WS-NUS-TEM-FLAG
                       MOVE "RESERVA GERAL (*)" TO WS-NUS-FONTE
                       MOVE WS-NGE-QTD-DIAS TO WS-NUS-QTD-DIAS
                       PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > WS-MET-QTD
                           MOVE WS-NGE-FAMILIA(WS-M) TO
                               WS-NUS-FAMILIA(WS-M)
                       END-PERFORM
                       ADD 1 TO WS-ESTACOES-RESERVA
                   END-IF
               END-IF
           END-IF
           IF NOT WS-NUS-TEM-NORMAL
               ADD 1 TO WS-ESTACOES-SEM-NORMAL
           END-IF.

       ACUMULAR-DIA.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               COMPUTE WS-VAL-IDX = (WS-M - 1) * 3 + 1
               IF FUNCTION TEST-NUMVAL
                      (BAT-VALOR-TXT(WS-VAL-IDX)) = 0 AND
                  FUNCTION TEST-NUMVAL
                      (BAT-VALOR-TXT(WS-VAL-IDX + 1)) = 0 AND
                  FUNCTION TEST-NUMVAL
                      (BAT-VALOR-TXT(WS-VAL-IDX + 2)) = 0
                   PERFORM ACUMULAR-FAMILIA-DIA
               END-IF
           END-PERFORM.

       ACUMULAR-FAMILIA-DIA.
           COMPUTE WS-NUM-MINIMA = FUNCTION NUMVAL
               (BAT-VALOR-TXT(WS-VAL-IDX))
           COMPUTE WS-NUM-MAXIMA = FUNCTION NUMVAL
               (BAT-VALOR-TXT(WS-VAL-IDX + 1))
           COMPUTE WS-NUM-MEDIA = FUNCTION NUMVAL
               (BAT-VALOR-TXT(WS-VAL-IDX + 2))
           ADD 1 TO WS-ACM-DIAS(WS-M)
           ADD WS-NUM-MEDIA TO WS-ACM-SOMA(WS-M)
           IF WS-NUM-MAXIMA > WS-ACM-MAXIMA(WS-M)
               MOVE WS-NUM-MAXIMA TO WS-ACM-MAXIMA(WS-M)
               MOVE BAT-DATA TO WS-ACM-DATA-MAXIMA(WS-M)
           END-IF
           IF WS-NUM-MINIMA < WS-ACM-MINIMA(WS-M)
               MOVE WS-NUM-MINIMA TO WS-ACM-MINIMA(WS-M)
               MOVE BAT-DATA TO WS-ACM-DATA-MINIMA(WS-M)
           END-IF
           IF WS-NUS-TEM-NORMAL AND
              WS-NUS-MINIMO(WS-M) <= WS-NUS-MAXIMO(WS-M)
               IF WS-NUM-MEDIA > WS-NUS-MEDIA(WS-M)
                   ADD 1 TO WS-ACM-ACIMA(WS-M)
               END-IF
               IF WS-NUM-MEDIA < WS-NUS-MEDIA(WS-M)
                   ADD 1 TO WS-ACM-ABAIXO(WS-M)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Fecha a estacao: uma secao no boletim impresso e uma linha do
      * CSV por familia com dias no mes.
      *---------------------------------------------------------------
       FECHAR-ESTACAO.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "=== Estacao " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESTACAO-ATUAL) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-ESTACAO) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUNICIPIO-ESTACAO)
                      DELIMITED BY SIZE
                  ") ===" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           IF WS-NUS-TEM-NORMAL
               MOVE WS-NUS-QTD-DIAS TO WS-EDIT-9
               STRING "  Normal do mes: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUS-FONTE) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                      " dia(s) de historico" DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           ELSE
               STRING "  SEM NORMAL para o mes: so os numeros do mes."
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               IF WS-ACM-DIAS(WS-M) > 0
                   PERFORM CALCULAR-RESULTADO
                   PERFORM GRAVAR-FAMILIA-BOLETIM
                   PERFORM GRAVAR-FAMILIA-CSV
               END-IF
           END-PERFORM.

       CALCULAR-RESULTADO.
           MOVE 'N' TO WS-RES-TEM-DP-FLAG
           MOVE SPACES TO WS-RES-SITUACAO WS-RES-RECORDE
           MOVE 0 TO WS-RES-DESVIO WS-RES-DESVIO-DP
           COMPUTE WS-RES-MEDIA ROUNDED =
               WS-ACM-SOMA(WS-M) / WS-ACM-DIAS(WS-M)
           IF WS-NUS-TEM-NORMAL AND
              WS-NUS-MINIMO(WS-M) <= WS-NUS-MAXIMO(WS-M)
               COMPUTE WS-RES-DESVIO =
                   WS-RES-MEDIA - WS-NUS-MEDIA(WS-M)
               MOVE "NORMAL" TO WS-RES-SITUACAO
               IF WS-NUS-DESVIO(WS-M) > 0
                   MOVE 'Y' TO WS-RES-TEM-DP-FLAG
                   COMPUTE WS-RES-DESVIO-DP ROUNDED =
                       WS-RES-DESVIO / WS-NUS-DESVIO(WS-M)
                   IF WS-RES-DESVIO-DP >= 1
                       MOVE "ACIMA" TO WS-RES-SITUACAO
                   END-IF
                   IF WS-RES-DESVIO-DP <= -1
                       MOVE "ABAIXO" TO WS-RES-SITUACAO
                   END-IF
               END-IF
               IF WS-ACM-MAXIMA(WS-M) > WS-NUS-MAXIMO(WS-M)
                   MOVE "MAXIMA" TO WS-RES-RECORDE
               END-IF
               IF WS-ACM-MINIMA(WS-M) < WS-NUS-MINIMO(WS-M)
                   IF WS-RES-RECORDE = SPACES
                       MOVE "MINIMA" TO WS-RES-RECORDE
                   ELSE
                       MOVE "MAXIMA+MINIMA" TO WS-RES-RECORDE
                   END-IF
               END-IF
               IF WS-RES-RECORDE NOT = SPACES
                   ADD 1 TO WS-RECORDES
               END-IF
           ELSE
               MOVE "SEM NORMAL" TO WS-RES-SITUACAO
           END-IF.

       GRAVAR-FAMILIA-BOLETIM.
           MOVE WS-ACM-DIAS(WS-M) TO WS-EDIT-DIAS
           MOVE WS-RES-MEDIA TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MET-NOME(WS-M)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DIAS) DELIMITED BY SIZE
                  " dias): media do mes " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           IF WS-RES-SITUACAO NOT = "SEM NORMAL"
               MOVE WS-NUS-MEDIA(WS-M) TO WS-EDIT-VALOR
               MOVE WS-RES-DESVIO TO WS-EDIT-DESVIO
               STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                      ", normal " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                      ", desvio " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DESVIO) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               IF WS-RES-TEM-DP
                   MOVE WS-RES-DESVIO-DP TO WS-EDIT-DP
                   STRING FUNCTION TRIM(WS-LINHA-SAIDA)
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-DP) DELIMITED BY SIZE
                          " DP)" DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
               END-IF
               STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RES-SITUACAO) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           END-IF
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           IF WS-RES-SITUACAO NOT = "SEM NORMAL"
               MOVE WS-ACM-ACIMA(WS-M) TO WS-EDIT-DIAS
               MOVE WS-ACM-ABAIXO(WS-M) TO WS-EDIT-DIAS-B
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "    Dias acima / abaixo da normal: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DIAS) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DIAS-B) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           END-IF
           MOVE WS-ACM-MAXIMA(WS-M) TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "    Maxima do mes " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  WS-ACM-DATA-MAXIMA(WS-M) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           IF WS-RES-SITUACAO NOT = "SEM NORMAL"
               MOVE WS-NUS-MAXIMO(WS-M) TO WS-EDIT-VALOR-B
               STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                      " (maior da normal " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-VALOR-B) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               IF WS-ACM-MAXIMA(WS-M) > WS-NUS-MAXIMO(WS-M)
                   STRING FUNCTION TRIM(WS-LINHA-SAIDA)
                              DELIMITED BY SIZE
                          " - RECORDE" DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
               END-IF
           END-IF
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-ACM-MINIMA(WS-M) TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "    Minima do mes " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  WS-ACM-DATA-MINIMA(WS-M) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           IF WS-RES-SITUACAO NOT = "SEM NORMAL"
               MOVE WS-NUS-MINIMO(WS-M) TO WS-EDIT-VALOR-B
               STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                      " (menor da normal " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-VALOR-B) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               IF WS-ACM-MINIMA(WS-M) < WS-NUS-MINIMO(WS-M)
                   STRING FUNCTION TRIM(WS-LINHA-SAIDA)
                              DELIMITED BY SIZE
                          " - RECORDE" DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
               END-IF
           END-IF
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Linha do CSV; sem normal, as colunas da normal saem vazias.
      *---------------------------------------------------------------
       GRAVAR-FAMILIA-CSV.
           MOVE WS-ACM-DIAS(WS-M) TO WS-EDIT-DIAS
           MOVE SPACES TO WS-LINHA-CSV
           STRING FUNCTION TRIM(WS-ESTACAO-ATUAL) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-ESTACAO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUNICIPIO-ESTACAO)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MET-NOME(WS-M)) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUS-FONTE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DIAS) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           MOVE WS-RES-MEDIA TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           IF WS-RES-SITUACAO = "SEM NORMAL"
               STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                      ";;;;" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RES-SITUACAO) DELIMITED BY SIZE
                      ";;" DELIMITED BY SIZE
                      INTO WS-LINHA-CSV
           ELSE
               MOVE WS-NUS-MEDIA(WS-M) TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
               MOVE WS-RES-DESVIO TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
               IF WS-RES-TEM-DP
                   MOVE WS-RES-DESVIO-DP TO WS-EDIT-VALOR
                   PERFORM ANEXAR-CAMPO-EDITADO
               ELSE
                   STRING FUNCTION TRIM(WS-LINHA-CSV)
                              DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          INTO WS-LINHA-CSV
               END-IF
               MOVE WS-ACM-ACIMA(WS-M) TO WS-EDIT-DIAS
               MOVE WS-ACM-ABAIXO(WS-M) TO WS-EDIT-DIAS-B
               STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RES-SITUACAO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DIAS) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DIAS-B) DELIMITED BY SIZE
                      INTO WS-LINHA-CSV
           END-IF
           MOVE WS-ACM-MAXIMA(WS-M) TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ACM-DATA-MAXIMA(WS-M) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           IF WS-RES-SITUACAO = "SEM NORMAL"
               STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO WS-LINHA-CSV
           ELSE
               MOVE WS-NUS-MAXIMO(WS-M) TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
           END-IF
           MOVE WS-ACM-MINIMA(WS-M) TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ACM-DATA-MINIMA(WS-M) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           IF WS-RES-SITUACAO = "SEM NORMAL"
               STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO WS-LINHA-CSV
           ELSE
               MOVE WS-NUS-MINIMO(WS-M) TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
           END-IF
           STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RES-RECORDE) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           WRITE BoletimCsvRecord FROM WS-LINHA-CSV.

       ANEXAR-CAMPO-EDITADO.
           MOVE SPACES TO WS-CAMPO-EDITADO
           MOVE FUNCTION TRIM(WS-EDIT-VALOR) TO WS-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMPO-EDITADO) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV.

       FINALIZAR.
           MOVE SPACES TO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-BOLETIM TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Estacoes no boletim: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-RESERVA TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  com a reserva geral (*): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-ESTACOES-SEM-NORMAL TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  sem normal: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           MOVE WS-RECORDES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Familias com recorde no mes: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BoletimTextoRecord FROM WS-LINHA-SAIDA
           CLOSE DiasTrabalho
           IF WS-NORMAIS-DISPONIVEIS
               CLOSE NormaisFile
           END-IF
           IF WS-MASTER-DISPONIVEL
               CLOSE EstacoesMaster
           END-IF
           CLOSE BoletimTexto
           CLOSE BoletimCsv
           MOVE WS-DIAS-DO-MES TO WS-EDIT-9
           DISPLAY "Boletim de anomalias gerado: "
               FUNCTION TRIM(WS-NOME-BOLETIM) " e "
               FUNCTION TRIM(WS-NOME-CSV) " ("
               FUNCTION TRIM(WS-EDIT-9) " estacao-dia(s) do mes).".
