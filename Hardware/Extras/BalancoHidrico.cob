       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalancoHidrico.

      *================================================================
      * Passo seguinte ao ResumoDiario: calcula, por estacao e dia do
      * resumo_diario.csv, a evapotranspiracao de referencia (ET0)
      * pelo metodo de Hargreaves - temperaturas minima, maxima e
      * media do dia (familia 1 do dicionario, a Temperatura) e a
      * radiacao extraterrestre da latitude da estacao no cadastro
      * mestre - e leva adiante o balanco hidrico do solo:
      *
      *   ETc = ET0 x Kc da cultura/estagio da estacao no dia
      *   deficit = deficit do dia anterior + ETc (limitado a agua
      *             disponivel na zona radicular)
      *
      * O balanco nasce na capacidade de campo (deficit zero) e
      * continua de uma execucao para a outra pelo indexado
      * balanco_hidrico.dat (ver CPBALHID). Sem pluviometro, chuva e
      * irrigacao nao entram na conta; quem as enxerga e a leitura de
      * UmidadeSolo: quando a umidade media do dia indica deficit
      * menor que o calculado, o balanco e reancorado nela. Lacuna
      * maior que o limite configurado reinicia o balanco na
      * capacidade de campo.
      *
      * Lamina sugerida: quando o deficit alcanca a fracao de
      * reposicao da agua disponivel, a lamina que devolve o solo a
      * capacidade de campo; abaixo disso, zero.
      *
      * Coeficientes de cultura em coeficientes_cultura.csv:
      *   EstacaoID;Cultura;Estagio;DataInicio;Kc;AguaDisponivelMm;
      *   FracaoReposicao
      * Vale, para a estacao e o dia, a linha de maior DataInicio
      * (AAAAMMDD) ainda nao posterior ao dia; linhas da propria
      * estacao tem precedencia sobre as linhas "*" (todas as
      * estacoes). Agua disponivel e fracao em branco usam os
      * defaults dos parametros. Sem o arquivo, vale Kc 1,00 (a
      * propria ET0) e o arquivo e gravado com essa linha "*" como
      * modelo para o agronomo preencher.
      *
      * Parametros opcionais em parametros_balanco.csv (uma linha):
      *   ArquivoResumo;AguaDisponivelMm;FracaoReposicao;
      *   UmidadeCapacidadeCampo;UmidadePontoMurcha;DiasLacunaMaxima
      * Defaults: resumo_diario.csv, 60 mm, 0,50, 35%, 15%, 7 dias.
      *
      * Saida: balanco_hidrico.csv, uma linha por estacao e dia.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DicionarioMetricas ASSIGN TO
               "dicionario_metricas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DICIONARIO.

           SELECT OPTIONAL ParametrosBalanco ASSIGN TO
               "parametros_balanco.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL CoeficientesCultura ASSIGN TO
               "coeficientes_cultura.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COEFICIENTES.

           SELECT OPTIONAL ResumoEntrada ASSIGN TO DYNAMIC
               WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT EstacoesMaster ASSIGN TO "estacoes_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-MST-ID
               FILE STATUS IS WS-FS-MASTER.

           SELECT OPTIONAL BalancoHidricoFile ASSIGN TO
               "balanco_hidrico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHD-CHAVE
               FILE STATUS IS WS-FS-BALANCO.

           SELECT BalancoHidricoCsv ASSIGN TO "balanco_hidrico.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DicionarioMetricas.
       01  DicionarioMetricasRecord        PIC X(100).

       FD  ParametrosBalanco.
       01  ParametrosBalancoRecord         PIC X(300).

       FD  CoeficientesCultura.
       01  CoeficientesCulturaRecord       PIC X(200).

       FD  ResumoEntrada.
       01  ResumoEntradaRecord             PIC X(500).

       FD  EstacoesMaster.
           COPY CPESTMST.

       FD  BalancoHidricoFile.
           COPY CPBALHID.

       FD  BalancoHidricoCsv.
       01  BalancoHidricoCsvRecord         PIC X(300).

       WORKING-STORAGE SECTION.
           COPY CPMETDIC.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-COEFICIENTES           PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-MASTER                 PIC XX.
           05  WS-FS-BALANCO                PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  WS-ANTERIOR-ACHADO-FLAG      PIC X VALUE 'N'.
               88  WS-ANTERIOR-ACHADO       VALUE 'Y'.

       01  WS-NOME-ENTRADA                  PIC X(100)
                   VALUE "resumo_diario.csv".
       01  WS-LINHA-PARAMETROS              PIC X(300).
       01  WS-DATA-HORA-ATUAL               PIC X(21).

       01  WS-PARAMETROS-BRUTOS.
           05  WS-PRM-ARQUIVO               PIC X(100).
           05  WS-PRM-AGUA-DISPONIVEL       PIC X(10).
           05  WS-PRM-FRACAO                PIC X(10).
           05  WS-PRM-UMIDADE-CC            PIC X(10).
           05  WS-PRM-UMIDADE-PM            PIC X(10).
           05  WS-PRM-LACUNA                PIC X(10).

       01  WS-AGUA-DISPONIVEL-PADRAO        PIC 9(4)V9(2) VALUE 60.
       01  WS-FRACAO-PADRAO                 PIC 9V9(2) VALUE 0.50.
       01  WS-UMIDADE-CC                    PIC 9(3)V9(2) VALUE 35.
       01  WS-UMIDADE-PM                    PIC 9(3)V9(2) VALUE 15.
       01  WS-DIAS-LACUNA                   PIC 9(3) VALUE 7.

      *---------------------------------------------------------------
      * Tabela de coeficientes de cultura (coeficientes_cultura.csv).
      * Estourar a tabela encerra o passo com RC 8: descartar linhas
      * em silencio trocaria o Kc de alguma estacao sem aviso.
      *---------------------------------------------------------------
       01  WS-CABECALHO-COEFICIENTES        PIC X(9) VALUE "EstacaoID".
       01  WS-COEFICIENTE-BRUTO.
           05  WS-CFB-ESTACAO-ID            PIC X(10).
           05  WS-CFB-CULTURA               PIC X(20).
           05  WS-CFB-ESTAGIO               PIC X(20).
           05  WS-CFB-DATA-INICIO           PIC X(8).
           05  WS-CFB-KC                    PIC X(10).
           05  WS-CFB-AGUA-DISPONIVEL       PIC X(10).
           05  WS-CFB-FRACAO                PIC X(10).

       01  WS-COEFICIENTES-TABELA.
           05  WS-CF-QTD                    PIC 9(4) VALUE 0.
           05  WS-CF OCCURS 300 TIMES.
               10  WS-CF-ESTACAO-ID         PIC X(10).
               10  WS-CF-CULTURA            PIC X(20).
               10  WS-CF-ESTAGIO            PIC X(20).
               10  WS-CF-DATA-INICIO        PIC X(8).
               10  WS-CF-KC                 PIC 9V9(2).
               10  WS-CF-AGUA-DISPONIVEL    PIC 9(4)V9(2).
               10  WS-CF-FRACAO             PIC 9V9(2).
       01  WS-CF-IDX                        PIC 9(4) VALUE 0.
       01  WS-CF-ESCOLHIDO                  PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Linha do resumo diario decomposta (mesmo layout lido pelas
      * normais climatologicas).
      *---------------------------------------------------------------
       01  WS-RESUMO-REC.
           05  WS-RSM-ESTACAO               PIC X(10).
           05  WS-RSM-DATA                  PIC X(8).
           05  WS-RSM-QTD-TXT               PIC X(15).
           05  WS-RSM-VALORES.
               10  WS-RSM-VALOR-TXT         PIC X(15) OCCURS 30 TIMES.

       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-FAMILIA-UMIDADE               PIC 9(4) VALUE 0.
       01  WS-VAL-IDX                       PIC 9(4) VALUE 0.
       01  WS-K                             PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Termos do calculo do dia.
      *---------------------------------------------------------------
       01  WS-TEMP-MINIMA                   PIC S9(3)V9(4) VALUE 0.
       01  WS-TEMP-MAXIMA                   PIC S9(3)V9(4) VALUE 0.
       01  WS-TEMP-MEDIA                    PIC S9(3)V9(4) VALUE 0.
       01  WS-AMPLITUDE                     PIC S9(3)V9(4) VALUE 0.
       01  WS-DATA-NUM                      PIC 9(8) VALUE 0.
       01  WS-DATA-JANEIRO                  PIC 9(8) VALUE 0.
       01  WS-DATA-ANTERIOR                 PIC 9(8) VALUE 0.
       01  WS-DIA-JULIANO                   PIC 9(3) VALUE 0.
       01  WS-DIA-INTEIRO                   PIC 9(8) VALUE 0.
       01  WS-LATITUDE-RAD                  PIC S9(3)V9(9) VALUE 0.
       01  WS-ANGULO-ANO                    PIC S9(3)V9(9) VALUE 0.
       01  WS-DIST-RELATIVA                 PIC S9(3)V9(9) VALUE 0.
       01  WS-DECLINACAO                    PIC S9(3)V9(9) VALUE 0.
       01  WS-TAN-PRODUTO                   PIC S9(5)V9(9) VALUE 0.
       01  WS-COS-ANO                       PIC S9(3)V9(9) VALUE 0.
       01  WS-ANGULO-AUX                    PIC S9(3)V9(9) VALUE 0.
       01  WS-SIN-AUX                       PIC S9(3)V9(9) VALUE 0.
       01  WS-SIN-LATITUDE                  PIC S9(3)V9(9) VALUE 0.
       01  WS-COS-LATITUDE                  PIC S9(3)V9(9) VALUE 0.
       01  WS-TAN-LATITUDE                  PIC S9(5)V9(9) VALUE 0.
       01  WS-SIN-DECLINACAO                PIC S9(3)V9(9) VALUE 0.
       01  WS-COS-DECLINACAO                PIC S9(3)V9(9) VALUE 0.
       01  WS-TAN-DECLINACAO                PIC S9(5)V9(9) VALUE 0.
       01  WS-SIN-POENTE                    PIC S9(3)V9(9) VALUE 0.
       01  WS-FATOR-SOLAR                   PIC S9(3)V9(9) VALUE 0.
       01  WS-RAIZ-AMPLITUDE                PIC S9(3)V9(9) VALUE 0.
       01  WS-TERMO-ANGULAR                 PIC S9(3)V9(9) VALUE 0.
       01  WS-TEMP-AJUSTADA                 PIC S9(3)V9(4) VALUE 0.
       01  WS-UMIDADE-FALTANTE              PIC S9(3)V9(2) VALUE 0.
       01  WS-UMIDADE-FAIXA                 PIC S9(3)V9(2) VALUE 0.
       01  WS-ANGULO-POENTE                 PIC S9(3)V9(9) VALUE 0.
       01  WS-TERMO-SENOS                   PIC S9(3)V9(9) VALUE 0.
       01  WS-TERMO-COSSENOS                PIC S9(3)V9(9) VALUE 0.
       01  WS-RADIACAO-MJ                   PIC S9(5)V9(6) VALUE 0.
       01  WS-RADIACAO-MM                   PIC S9(5)V9(6) VALUE 0.
       01  WS-ET0                           PIC S9(5)V9(6) VALUE 0.
       01  WS-ETC                           PIC S9(5)V9(6) VALUE 0.
       01  WS-KC                            PIC 9V9(2) VALUE 0.
       01  WS-CULTURA                       PIC X(20).
       01  WS-ESTAGIO                       PIC X(20).
       01  WS-AGUA-DISPONIVEL               PIC 9(4)V9(2) VALUE 0.
       01  WS-FRACAO                        PIC 9V9(2) VALUE 0.
       01  WS-DEFICIT-ANTERIOR              PIC 9(4)V9(2) VALUE 0.
       01  WS-DEFICIT                       PIC S9(5)V9(4) VALUE 0.
       01  WS-DEFICIT-SENSOR                PIC S9(5)V9(4) VALUE 0.
       01  WS-UMIDADE-SOLO                  PIC S9(3)V9(2) VALUE 0.
       01  WS-UMIDADE-LIDA-FLAG             PIC X VALUE 'N'.
           88  WS-UMIDADE-LIDA              VALUE 'S'.
       01  WS-LAMINA                        PIC 9(4)V9(2) VALUE 0.
       01  WS-ORIGEM                        PIC X.
       01  WS-ORIGEM-TEXTO                  PIC X(10).

       01  WS-CONTADORES.
           05  WS-DIAS-CALCULADOS           PIC 9(9) VALUE 0.
           05  WS-DIAS-SEM-ESTACAO          PIC 9(9) VALUE 0.
           05  WS-DIAS-SEM-TEMPERATURA      PIC 9(9) VALUE 0.
           05  WS-DIAS-COM-IRRIGACAO        PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VALOR                    PIC -(6)9.99.
       01  WS-CAMPO-EDITADO                 PIC X(12).
       01  WS-LINHA-SAIDA                   PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-COEFICIENTES
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL EOF-ENTRADA-REACHED
               READ ResumoEntrada
                   AT END MOVE 'Y' TO EOF-ENTRADA
                   NOT AT END
                       PERFORM PROCESSAR-LINHA-RESUMO
               END-READ
           END-PERFORM
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           PERFORM CARREGAR-DICIONARIO-METRICAS
           MOVE 0 TO WS-FAMILIA-UMIDADE
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               IF WS-MET-NOME(WS-M) = "UmidadeSolo"
                   MOVE WS-M TO WS-FAMILIA-UMIDADE
               END-IF
           END-PERFORM.

           COPY CPMETDPR.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosBalanco
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosBalanco INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PARAMETROS-BRUTOS
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-ARQUIVO
                                WS-PRM-AGUA-DISPONIVEL
                                WS-PRM-FRACAO
                                WS-PRM-UMIDADE-CC
                                WS-PRM-UMIDADE-PM
                                WS-PRM-LACUNA
                       IF WS-PRM-ARQUIVO NOT = SPACES
                           MOVE WS-PRM-ARQUIVO TO WS-NOME-ENTRADA
                       END-IF
                       IF WS-PRM-AGUA-DISPONIVEL NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-AGUA-DISPONIVEL)
                              = 0 AND
                          FUNCTION NUMVAL(WS-PRM-AGUA-DISPONIVEL) > 0
                           COMPUTE WS-AGUA-DISPONIVEL-PADRAO =
                               FUNCTION NUMVAL(WS-PRM-AGUA-DISPONIVEL)
                       END-IF
                       IF WS-PRM-FRACAO NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-FRACAO) = 0
                          AND FUNCTION NUMVAL(WS-PRM-FRACAO) > 0
                          AND FUNCTION NUMVAL(WS-PRM-FRACAO) <= 1
                           COMPUTE WS-FRACAO-PADRAO =
                               FUNCTION NUMVAL(WS-PRM-FRACAO)
                       END-IF
                       IF WS-PRM-UMIDADE-CC NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-UMIDADE-CC) = 0
                           COMPUTE WS-UMIDADE-CC =
                               FUNCTION NUMVAL(WS-PRM-UMIDADE-CC)
                       END-IF
                       IF WS-PRM-UMIDADE-PM NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-UMIDADE-PM) = 0
                           COMPUTE WS-UMIDADE-PM =
                               FUNCTION NUMVAL(WS-PRM-UMIDADE-PM)
                       END-IF
                       IF WS-PRM-LACUNA NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-LACUNA) = 0
                          AND FUNCTION NUMVAL(WS-PRM-LACUNA) > 0
                           COMPUTE WS-DIAS-LACUNA =
                               FUNCTION NUMVAL(WS-PRM-LACUNA)
                       END-IF
               END-READ
               CLOSE ParametrosBalanco
           END-IF
      *    Sem faixa util entre capacidade de campo e ponto de murcha
      *    a leitura de umidade nao tem como virar deficit.
           IF WS-UMIDADE-CC <= WS-UMIDADE-PM
               DISPLAY "Umidade de capacidade de campo nao supera a "
                   "de ponto de murcha; leituras de UmidadeSolo "
                   "ignoradas no balanco."
               MOVE 0 TO WS-FAMILIA-UMIDADE
           END-IF.

       CARREGAR-COEFICIENTES.
           OPEN INPUT CoeficientesCultura
           IF WS-FS-COEFICIENTES = "00"
               PERFORM UNTIL WS-FS-COEFICIENTES = "10"
                   READ CoeficientesCultura
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CARREGAR-LINHA-COEFICIENTE
                   END-READ
               END-PERFORM
               CLOSE CoeficientesCultura
           ELSE
               PERFORM GRAVAR-COEFICIENTES-MODELO
           END-IF.

       CARREGAR-LINHA-COEFICIENTE.
           MOVE SPACES TO WS-COEFICIENTE-BRUTO
           UNSTRING CoeficientesCulturaRecord DELIMITED BY ';'
               INTO WS-CFB-ESTACAO-ID
                    WS-CFB-CULTURA
                    WS-CFB-ESTAGIO
                    WS-CFB-DATA-INICIO
                    WS-CFB-KC
                    WS-CFB-AGUA-DISPONIVEL
                    WS-CFB-FRACAO
           IF WS-CFB-ESTACAO-ID = WS-CABECALHO-COEFICIENTES OR
              WS-CFB-ESTACAO-ID = SPACES
               CONTINUE
           ELSE
               IF (WS-CFB-DATA-INICIO NOT NUMERIC) OR
                  WS-CFB-KC = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-CFB-KC) NOT = 0
                   DISPLAY "Linha de coeficientes_cultura.csv "
                       "ignorada (DataInicio ou Kc invalido): "
                       FUNCTION TRIM(CoeficientesCulturaRecord)
               ELSE
                   IF WS-CF-QTD >= 300
                       DISPLAY "Tabela de coeficientes de cultura "
                           "cheia (300 linhas); balanco abortado."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CF-QTD
                   MOVE WS-CFB-ESTACAO-ID TO WS-CF-ESTACAO-ID(WS-CF-QTD)
                   MOVE WS-CFB-CULTURA TO WS-CF-CULTURA(WS-CF-QTD)
                   MOVE WS-CFB-ESTAGIO TO WS-CF-ESTAGIO(WS-CF-QTD)
                   MOVE WS-CFB-DATA-INICIO TO
                       WS-CF-DATA-INICIO(WS-CF-QTD)
                   COMPUTE WS-CF-KC(WS-CF-QTD) =
                       FUNCTION NUMVAL(WS-CFB-KC)
                   MOVE WS-AGUA-DISPONIVEL-PADRAO TO
                       WS-CF-AGUA-DISPONIVEL(WS-CF-QTD)
                   IF WS-CFB-AGUA-DISPONIVEL NOT = SPACES AND
                      FUNCTION TEST-NUMVAL(WS-CFB-AGUA-DISPONIVEL) = 0
                      AND FUNCTION NUMVAL(WS-CFB-AGUA-DISPONIVEL) > 0
                       COMPUTE WS-CF-AGUA-DISPONIVEL(WS-CF-QTD) =
                           FUNCTION NUMVAL(WS-CFB-AGUA-DISPONIVEL)
                   END-IF
                   MOVE WS-FRACAO-PADRAO TO WS-CF-FRACAO(WS-CF-QTD)
                   IF WS-CFB-FRACAO NOT = SPACES AND
                      FUNCTION TEST-NUMVAL(WS-CFB-FRACAO) = 0
                      AND FUNCTION NUMVAL(WS-CFB-FRACAO) > 0
                      AND FUNCTION NUMVAL(WS-CFB-FRACAO) <= 1
                       COMPUTE WS-CF-FRACAO(WS-CF-QTD) =
                           FUNCTION NUMVAL(WS-CFB-FRACAO)
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Sem a tabela: grava o modelo com a linha de referencia "*"
      * (Kc 1,00 desde sempre, agua disponivel e fracao dos
      * parametros) e segue com ela em memoria.
      *---------------------------------------------------------------
       GRAVAR-COEFICIENTES-MODELO.
           MOVE 1 TO WS-CF-QTD
           MOVE "*" TO WS-CF-ESTACAO-ID(1)
           MOVE "REFERENCIA" TO WS-CF-CULTURA(1)
           MOVE "UNICO" TO WS-CF-ESTAGIO(1)
           MOVE "00000000" TO WS-CF-DATA-INICIO(1)
           MOVE 1 TO WS-CF-KC(1)
           MOVE WS-AGUA-DISPONIVEL-PADRAO TO WS-CF-AGUA-DISPONIVEL(1)
           MOVE WS-FRACAO-PADRAO TO WS-CF-FRACAO(1)
           OPEN OUTPUT CoeficientesCultura
           MOVE SPACES TO CoeficientesCulturaRecord
           STRING "EstacaoID;Cultura;Estagio;DataInicio;Kc;"
                  DELIMITED BY SIZE
                  "AguaDisponivelMm;FracaoReposicao" DELIMITED BY SIZE
                  INTO CoeficientesCulturaRecord
           WRITE CoeficientesCulturaRecord
           MOVE SPACES TO CoeficientesCulturaRecord
           STRING "*;REFERENCIA;UNICO;00000000;1.00;;"
                  DELIMITED BY SIZE
                  INTO CoeficientesCulturaRecord
           WRITE CoeficientesCulturaRecord
           CLOSE CoeficientesCultura
           DISPLAY "coeficientes_cultura.csv ausente: gravado o "
               "modelo com Kc 1,00 para todas as estacoes.".

       ABRIR-ARQUIVOS.
           OPEN INPUT ResumoEntrada
           IF WS-FS-ENTRADA NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   FUNCTION TRIM(WS-NOME-ENTRADA)
                   " (status " WS-FS-ENTRADA "), nada a calcular."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EstacoesMaster
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "Nao foi possivel abrir estacoes_master.dat "
                   "(status " WS-FS-MASTER "): sem latitude nao ha "
                   "ET0."
               CLOSE ResumoEntrada
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BalancoHidricoFile
           IF WS-FS-BALANCO NOT = "00" AND WS-FS-BALANCO NOT = "05"
               DISPLAY "Nao foi possivel abrir balanco_hidrico.dat "
                   "(status " WS-FS-BALANCO "), balanco abortado."
               CLOSE ResumoEntrada
               CLOSE EstacoesMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BalancoHidricoCsv
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EstacaoID;Data;Cultura;Estagio;Kc;ET0mm;ETcmm;"
                  DELIMITED BY SIZE
                  "UmidadeSolo;AguaDisponivelMm;DeficitMm;"
                  DELIMITED BY SIZE
                  "LaminaSugeridaMm;OrigemDeficit" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BalancoHidricoCsvRecord FROM WS-LINHA-SAIDA.

       PROCESSAR-LINHA-RESUMO.
           MOVE SPACES TO WS-RESUMO-REC
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING ResumoEntradaRecord DELIMITED BY ';'
               INTO WS-RSM-ESTACAO
                    WS-RSM-DATA
                    WS-RSM-QTD-TXT
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           PERFORM VARYING WS-PARSE-C FROM 1 BY 1
               UNTIL WS-PARSE-C > WS-MET-COLS
               UNSTRING ResumoEntradaRecord DELIMITED BY ';'
                   INTO WS-RSM-VALOR-TXT(WS-PARSE-C)
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-RSM-ESTACAO = "EstacaoID" OR WS-RSM-ESTACAO = SPACES
              OR WS-RSM-DATA NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WS-RSM-DATA TO WS-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) = 0
                   PERFORM CALCULAR-DIA
               END-IF
           END-IF.

       CALCULAR-DIA.
           IF FUNCTION TEST-NUMVAL(WS-RSM-VALOR-TXT(1)) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-RSM-VALOR-TXT(2)) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-RSM-VALOR-TXT(3)) NOT = 0 OR
              FUNCTION TEST-NUMVAL(WS-RSM-QTD-TXT) NOT = 0
               ADD 1 TO WS-DIAS-SEM-TEMPERATURA
           ELSE
               IF FUNCTION NUMVAL(WS-RSM-QTD-TXT) = 0
                   ADD 1 TO WS-DIAS-SEM-TEMPERATURA
               ELSE
                   MOVE WS-RSM-ESTACAO TO EST-MST-ID
                   READ EstacoesMaster
                       INVALID KEY
                           ADD 1 TO WS-DIAS-SEM-ESTACAO
                           DISPLAY "Estacao "
                               FUNCTION TRIM(WS-RSM-ESTACAO)
                               " fora do cadastro mestre; dia "
                               WS-RSM-DATA " sem ET0."
                       NOT INVALID KEY
                           PERFORM CALCULAR-ET0
                           PERFORM LOCALIZAR-COEFICIENTE
                           PERFORM ATUALIZAR-BALANCO
                           PERFORM GRAVAR-DIA
                   END-READ
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Hargreaves (FAO-56, eq. 52):
      *   ET0 = 0,0023 x Ra x (Tmedia + 17,8) x raiz(Tmax - Tmin)
      * com Ra, a radiacao extraterrestre do dia (eq. 21), convertida
      * de MJ/m2/dia para mm/dia de evaporacao equivalente (x 0,408).
      * Cada funcao trigonometrica e avaliada em campo proprio e as
      * contas seguem sobre os campos.
      *---------------------------------------------------------------
       CALCULAR-ET0.
           COMPUTE WS-TEMP-MINIMA =
               FUNCTION NUMVAL(WS-RSM-VALOR-TXT(1))
           COMPUTE WS-TEMP-MAXIMA =
               FUNCTION NUMVAL(WS-RSM-VALOR-TXT(2))
           COMPUTE WS-TEMP-MEDIA =
               FUNCTION NUMVAL(WS-RSM-VALOR-TXT(3))
           COMPUTE WS-AMPLITUDE = WS-TEMP-MAXIMA - WS-TEMP-MINIMA
           IF WS-AMPLITUDE < 0
               MOVE 0 TO WS-AMPLITUDE
           END-IF

           MOVE WS-RSM-DATA(1:4) TO WS-DATA-JANEIRO(1:4)
           MOVE "0101" TO WS-DATA-JANEIRO(5:4)
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-DATA-JANEIRO) + 1

           COMPUTE WS-LATITUDE-RAD =
               EST-MST-LATITUDE * FUNCTION PI / 180
           COMPUTE WS-ANGULO-ANO =
               2 * FUNCTION PI * WS-DIA-JULIANO / 365
           COMPUTE WS-COS-ANO = FUNCTION COS(WS-ANGULO-ANO)
           COMPUTE WS-DIST-RELATIVA = 1 + 0.033 * WS-COS-ANO
           COMPUTE WS-ANGULO-AUX = WS-ANGULO-ANO - 1.39
           COMPUTE WS-SIN-AUX = FUNCTION SIN(WS-ANGULO-AUX)
           COMPUTE WS-DECLINACAO = 0.409 * WS-SIN-AUX
           COMPUTE WS-SIN-LATITUDE = FUNCTION SIN(WS-LATITUDE-RAD)
           COMPUTE WS-COS-LATITUDE = FUNCTION COS(WS-LATITUDE-RAD)
           COMPUTE WS-TAN-LATITUDE = FUNCTION TAN(WS-LATITUDE-RAD)
           COMPUTE WS-SIN-DECLINACAO = FUNCTION SIN(WS-DECLINACAO)
           COMPUTE WS-COS-DECLINACAO = FUNCTION COS(WS-DECLINACAO)
           COMPUTE WS-TAN-DECLINACAO = FUNCTION TAN(WS-DECLINACAO)
      *    Angulo horario do por do sol; o produto das tangentes e
      *    limitado a [-1, 1] (dia ou noite polar).
           COMPUTE WS-TAN-PRODUTO =
               0 - WS-TAN-LATITUDE * WS-TAN-DECLINACAO
           IF WS-TAN-PRODUTO > 1
               MOVE 1 TO WS-TAN-PRODUTO
           END-IF
           IF WS-TAN-PRODUTO < -1
               MOVE -1 TO WS-TAN-PRODUTO
           END-IF
           COMPUTE WS-ANGULO-POENTE = FUNCTION ACOS(WS-TAN-PRODUTO)
           COMPUTE WS-SIN-POENTE = FUNCTION SIN(WS-ANGULO-POENTE)
           COMPUTE WS-TERMO-SENOS =
               WS-ANGULO-POENTE * WS-SIN-LATITUDE * WS-SIN-DECLINACAO
           COMPUTE WS-TERMO-COSSENOS =
               WS-COS-LATITUDE * WS-COS-DECLINACAO * WS-SIN-POENTE
           COMPUTE WS-FATOR-SOLAR = 24 * 60 * 0.0820 / FUNCTION PI
           COMPUTE WS-TERMO-ANGULAR =
               WS-TERMO-SENOS + WS-TERMO-COSSENOS
           COMPUTE WS-RADIACAO-MJ ROUNDED =
               WS-FATOR-SOLAR * WS-DIST-RELATIVA * WS-TERMO-ANGULAR
           IF WS-RADIACAO-MJ < 0
               MOVE 0 TO WS-RADIACAO-MJ
           END-IF
           COMPUTE WS-RADIACAO-MM ROUNDED = WS-RADIACAO-MJ * 0.408

           COMPUTE WS-RAIZ-AMPLITUDE = FUNCTION SQRT(WS-AMPLITUDE)
           COMPUTE WS-TEMP-AJUSTADA = WS-TEMP-MEDIA + 17.8
           COMPUTE WS-ET0 ROUNDED =
               WS-RADIACAO-MM * WS-TEMP-AJUSTADA * WS-RAIZ-AMPLITUDE
               * 0.0023
           IF WS-ET0 < 0
               MOVE 0 TO WS-ET0
           END-IF.

      *---------------------------------------------------------------
      * Linha da tabela de coeficientes que vale para a estacao no
      * dia: a da propria estacao com maior DataInicio nao posterior
      * ao dia; nao havendo, a linha "*" nas mesmas condicoes; nem
      * essa, Kc 1,00 com os defaults dos parametros.
      *---------------------------------------------------------------
       LOCALIZAR-COEFICIENTE.
           MOVE 0 TO WS-CF-ESCOLHIDO
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-QTD
               IF WS-CF-ESTACAO-ID(WS-CF-IDX) = WS-RSM-ESTACAO AND
                  WS-CF-DATA-INICIO(WS-CF-IDX) <= WS-RSM-DATA
                   IF WS-CF-ESCOLHIDO = 0
                       MOVE WS-CF-IDX TO WS-CF-ESCOLHIDO
                   ELSE
                       IF WS-CF-ESTACAO-ID(WS-CF-ESCOLHIDO) = "*" OR
                          WS-CF-DATA-INICIO(WS-CF-IDX) >
                              WS-CF-DATA-INICIO(WS-CF-ESCOLHIDO)
                           MOVE WS-CF-IDX TO WS-CF-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
               IF WS-CF-ESTACAO-ID(WS-CF-IDX) = "*" AND
                  WS-CF-DATA-INICIO(WS-CF-IDX) <= WS-RSM-DATA
                   IF WS-CF-ESCOLHIDO = 0
                       MOVE WS-CF-IDX TO WS-CF-ESCOLHIDO
                   ELSE
                       IF WS-CF-ESTACAO-ID(WS-CF-ESCOLHIDO) = "*" AND
                          WS-CF-DATA-INICIO(WS-CF-IDX) >
                              WS-CF-DATA-INICIO(WS-CF-ESCOLHIDO)
                           MOVE WS-CF-IDX TO WS-CF-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CF-ESCOLHIDO = 0
               MOVE "REFERENCIA" TO WS-CULTURA
               MOVE "UNICO" TO WS-ESTAGIO
               MOVE 1 TO WS-KC
               MOVE WS-AGUA-DISPONIVEL-PADRAO TO WS-AGUA-DISPONIVEL
               MOVE WS-FRACAO-PADRAO TO WS-FRACAO
           ELSE
               MOVE WS-CF-CULTURA(WS-CF-ESCOLHIDO) TO WS-CULTURA
               MOVE WS-CF-ESTAGIO(WS-CF-ESCOLHIDO) TO WS-ESTAGIO
               MOVE WS-CF-KC(WS-CF-ESCOLHIDO) TO WS-KC
               MOVE WS-CF-AGUA-DISPONIVEL(WS-CF-ESCOLHIDO) TO
                   WS-AGUA-DISPONIVEL
               MOVE WS-CF-FRACAO(WS-CF-ESCOLHIDO) TO WS-FRACAO
           END-IF
           COMPUTE WS-ETC ROUNDED = WS-ET0 * WS-KC.

      *---------------------------------------------------------------
      * Deficit do dia: parte do ultimo dia gravado da estacao dentro
      * da lacuna maxima (sem ele, da capacidade de campo), soma a
      * ETc e e reancorado pela umidade do solo quando esta indica
      * menos deficit que o calculado.
      *---------------------------------------------------------------
       ATUALIZAR-BALANCO.
           MOVE 'N' TO WS-ANTERIOR-ACHADO-FLAG
           MOVE 0 TO WS-DEFICIT-ANTERIOR
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-DIAS-LACUNA OR WS-ANTERIOR-ACHADO
               COMPUTE WS-DATA-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO - WS-K)
               MOVE WS-RSM-ESTACAO TO BHD-ESTACAO-ID
               MOVE WS-DATA-ANTERIOR TO BHD-DATA
               READ BalancoHidricoFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ANTERIOR-ACHADO-FLAG
                       MOVE BHD-DEFICIT TO WS-DEFICIT-ANTERIOR
               END-READ
           END-PERFORM
           IF WS-ANTERIOR-ACHADO
               MOVE 'C' TO WS-ORIGEM
           ELSE
               MOVE 'I' TO WS-ORIGEM
           END-IF
           COMPUTE WS-DEFICIT = WS-DEFICIT-ANTERIOR + WS-ETC
           IF WS-DEFICIT > WS-AGUA-DISPONIVEL
               MOVE WS-AGUA-DISPONIVEL TO WS-DEFICIT
           END-IF

           MOVE 'N' TO WS-UMIDADE-LIDA-FLAG
           MOVE 0 TO WS-UMIDADE-SOLO
           IF WS-FAMILIA-UMIDADE > 0
               COMPUTE WS-VAL-IDX = (WS-FAMILIA-UMIDADE - 1) * 3 + 3
               IF WS-RSM-VALOR-TXT(WS-VAL-IDX) NOT = SPACES AND
                  FUNCTION TEST-NUMVAL(WS-RSM-VALOR-TXT(WS-VAL-IDX))
                      = 0
                   MOVE 'S' TO WS-UMIDADE-LIDA-FLAG
                   COMPUTE WS-UMIDADE-SOLO = FUNCTION NUMVAL
                       (WS-RSM-VALOR-TXT(WS-VAL-IDX))
                   COMPUTE WS-UMIDADE-FALTANTE =
                       WS-UMIDADE-CC - WS-UMIDADE-SOLO
                   COMPUTE WS-UMIDADE-FAIXA =
                       WS-UMIDADE-CC - WS-UMIDADE-PM
                   COMPUTE WS-DEFICIT-SENSOR ROUNDED =
                       WS-UMIDADE-FALTANTE * WS-AGUA-DISPONIVEL /
                       WS-UMIDADE-FAIXA
                   IF WS-DEFICIT-SENSOR < 0
                       MOVE 0 TO WS-DEFICIT-SENSOR
                   END-IF
                   IF WS-DEFICIT-SENSOR < WS-DEFICIT
                       MOVE WS-DEFICIT-SENSOR TO WS-DEFICIT
                       MOVE 'S' TO WS-ORIGEM
                   END-IF
               END-IF
           END-IF

           IF WS-DEFICIT >= WS-FRACAO * WS-AGUA-DISPONIVEL AND
              WS-DEFICIT > 0
               MOVE WS-DEFICIT TO WS-LAMINA
               ADD 1 TO WS-DIAS-COM-IRRIGACAO
           ELSE
               MOVE 0 TO WS-LAMINA
           END-IF.

      *---------------------------------------------------------------
      * Grava (ou regrava, no reprocessamento do mesmo dia) o
      * registro do indexado e a linha do CSV.
      *---------------------------------------------------------------
       GRAVAR-DIA.
           ADD 1 TO WS-DIAS-CALCULADOS
           MOVE WS-RSM-ESTACAO TO BHD-ESTACAO-ID
           MOVE WS-RSM-DATA TO BHD-DATA
           MOVE WS-CULTURA TO BHD-CULTURA
           MOVE WS-ESTAGIO TO BHD-ESTAGIO
           MOVE WS-KC TO BHD-KC
           COMPUTE BHD-ET0 ROUNDED = WS-ET0
           COMPUTE BHD-ETC ROUNDED = WS-ETC
           MOVE WS-UMIDADE-SOLO TO BHD-UMIDADE-SOLO
           MOVE WS-UMIDADE-LIDA-FLAG TO BHD-UMIDADE-LIDA-FLAG
           MOVE WS-AGUA-DISPONIVEL TO BHD-AGUA-DISPONIVEL
           COMPUTE BHD-DEFICIT ROUNDED = WS-DEFICIT
           MOVE WS-LAMINA TO BHD-LAMINA-SUGERIDA
           MOVE WS-ORIGEM TO BHD-ORIGEM
           MOVE WS-DATA-HORA-ATUAL(1:14) TO BHD-MOMENTO
           WRITE BalancoHidricoRecord
               INVALID KEY
                   REWRITE BalancoHidricoRecord
                       INVALID KEY
                           DISPLAY "Falha ao gravar balanco de "
                               FUNCTION TRIM(BHD-ESTACAO-ID) " em "
                               BHD-DATA " (status " WS-FS-BALANCO ")."
                   END-REWRITE
           END-WRITE

           EVALUATE TRUE
               WHEN BHD-ORIGEM-SENSOR
                   MOVE "SENSOR" TO WS-ORIGEM-TEXTO
               WHEN BHD-ORIGEM-INICIO
                   MOVE "INICIO" TO WS-ORIGEM-TEXTO
               WHEN OTHER
                   MOVE "CALCULADO" TO WS-ORIGEM-TEXTO
           END-EVALUATE
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(BHD-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  BHD-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(BHD-CULTURA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(BHD-ESTAGIO) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           MOVE BHD-KC TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE BHD-ET0 TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE BHD-ETC TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           IF BHD-UMIDADE-LIDA
               MOVE BHD-UMIDADE-SOLO TO WS-EDIT-VALOR
               PERFORM ANEXAR-CAMPO-EDITADO
           ELSE
               STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
           END-IF
           MOVE BHD-AGUA-DISPONIVEL TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE BHD-DEFICIT TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE BHD-LAMINA-SUGERIDA TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIGEM-TEXTO) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE BalancoHidricoCsvRecord FROM WS-LINHA-SAIDA.

       ANEXAR-CAMPO-EDITADO.
           MOVE SPACES TO WS-CAMPO-EDITADO
           MOVE FUNCTION TRIM(WS-EDIT-VALOR) TO WS-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMPO-EDITADO) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA.

       FINALIZAR.
           CLOSE ResumoEntrada
           CLOSE EstacoesMaster
           CLOSE BalancoHidricoFile
           CLOSE BalancoHidricoCsv
           MOVE WS-DIAS-CALCULADOS TO WS-EDIT-9
           DISPLAY "Balanco hidrico gerado: balanco_hidrico.csv ("
               FUNCTION TRIM(WS-EDIT-9) " estacao-dia(s))."
           IF WS-DIAS-COM-IRRIGACAO > 0
               MOVE WS-DIAS-COM-IRRIGACAO TO WS-EDIT-9
               DISPLAY "Estacao-dias com lamina de irrigacao "
                   "sugerida: " FUNCTION TRIM(WS-EDIT-9)
           END-IF
           IF WS-DIAS-SEM-ESTACAO > 0
               MOVE WS-DIAS-SEM-ESTACAO TO WS-EDIT-9
               DISPLAY "Estacao-dias sem cadastro mestre (sem ET0): "
                   FUNCTION TRIM(WS-EDIT-9)
           END-IF
           IF WS-DIAS-SEM-TEMPERATURA > 0
               MOVE WS-DIAS-SEM-TEMPERATURA TO WS-EDIT-9
               DISPLAY "Estacao-dias sem temperatura valida: "
                   FUNCTION TRIM(WS-EDIT-9)
           END-IF.
