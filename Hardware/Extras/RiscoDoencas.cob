       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiscoDoencas.

      *================================================================
      * Risco de doencas fungicas a partir das leituras horarias. Os
      * graus-dia e a geada do ResumoDiario nao respondem a pergunta
      * que a agronomia mais faz: a pressao de doenca depende de
      * horas SEGUIDAS de UmidadeAr alta dentro de uma faixa de
      * temperatura, nao das medias do dia.
      *
      * Le o combinado (final.csv, ou um final_YYYYMMDD.csv arquivado
      * ou uma extracao do indexado) e, como o ResumoDiario, so a
      * primeira linha de cada EstacaoID+DataHora (os horizontes
      * seguintes repetem as observadas). As leituras passam por um
      * arquivo de trabalho indexado (risco_doencas_trabalho.dat,
      * chave estacao + DataHora), que as devolve em ordem para a
      * quebra por estacao e dia, sem limite de estacoes ou de dias.
      *
      * Para cada doenca do perfil da estacao, leitura a leitura
      * (media de UmidadeAr e media da Temperatura, familia 1):
      *   - molhamento foliar: UmidadeAr >= umidade minima do perfil;
      *   - hora favoravel: molhamento com temperatura na faixa;
      *   - sequencia de horas favoraveis que alcanca as horas
      *     necessarias vira periodo de infeccao: todas as suas horas
      *     contam para o indice do dia (horas / horas necessarias).
      *     Leitura fora da condicao, sem valor ou lacuna maior que
      *     uma leitura e meia quebra a sequencia.
      * Indice acumulado = acumulado do ultimo dia gravado da mesma
      * estacao e doenca (ate DiasLacuna atras, ver CPRISDOE) vezes o
      * fator de persistencia por dia decorrido, mais o indice do
      * dia. Classe pelos limiares do perfil sobre o acumulado:
      * BAIXO, MEDIO (>= LimiarMedio) ou ALTO (>= LimiarAlto).
      *
      * Perfis em perfis_doencas.csv:
      *   EstacaoID;Cultura;Doenca;UmidadeMinima;TemperaturaMinima;
      *   TemperaturaMaxima;HorasNecessarias;LimiarMedio;LimiarAlto
      * Linhas da propria estacao valem sobre as linhas "*" (todas as
      * estacoes) da mesma Doenca. Sem o arquivo, e gravado o modelo
      * com uma linha "*" de referencia para o agronomo ajustar.
      *
      * Saidas: risco_doencas.csv (uma linha por estacao, doenca e
      * dia) e, para cada dia ALTO, uma linha acrescentada a
      * alertas.csv no desenho da integracao (Metrica RISCO_<Doenca>,
      * operador GE, limiar alto, acumulado observado), para que o
      * GestorAlertas e o BoletimAgronomia a tratem como qualquer
      * outro alerta.
      *
      * Parametros opcionais em parametros_risco_doencas.csv (uma
      * linha):
      *   ArquivoEntrada;IntervaloMinutos;FatorPersistencia;
      *   DiasLacuna;SeveridadeAlerta
      * Defaults: final.csv, 60 minutos, 0,50, 7 dias, "ALTO".
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DicionarioMetricas ASSIGN TO
               "dicionario_metricas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DICIONARIO.

           SELECT OPTIONAL ParametrosRisco ASSIGN TO
               "parametros_risco_doencas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL PerfisDoencas ASSIGN TO
               "perfis_doencas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIS.

           SELECT OPTIONAL EntradaCombinada ASSIGN TO DYNAMIC
               WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT LeiturasTrabalho ASSIGN TO
               "risco_doencas_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT OPTIONAL RiscoDoencasFile ASSIGN TO
               "risco_doencas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDO-CHAVE
               FILE STATUS IS WS-FS-RISCO.

           SELECT RiscoDoencasCsv ASSIGN TO "risco_doencas.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AlertasFile ASSIGN TO "alertas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  DicionarioMetricas.
       01  DicionarioMetricasRecord        PIC X(100).

       FD  ParametrosRisco.
       01  ParametrosRiscoRecord           PIC X(300).

       FD  PerfisDoencas.
       01  PerfisDoencasRecord             PIC X(200).

       FD  EntradaCombinada.
       01  EntradaCombinadaRecord          PIC X(2048).

      *---------------------------------------------------------------
      * Leitura do primeiro horizonte, so com o que o modelo usa.
      *---------------------------------------------------------------
       FD  LeiturasTrabalho.
       01  LeituraTrabalhoRecord.
           05  RDT-CHAVE.
               10  RDT-ESTACAO-ID           PIC X(10).
               10  RDT-TIMESTAMP            PIC X(14).
           05  RDT-TEMPERATURA              PIC X(10).
           05  RDT-UMIDADE                  PIC X(10).

       FD  RiscoDoencasFile.
           COPY CPRISDOE.

       FD  RiscoDoencasCsv.
       01  RiscoDoencasCsvRecord           PIC X(300).

       FD  AlertasFile.
       01  AlertasRecord                   PIC X(300).

       WORKING-STORAGE SECTION.
           COPY CPCOMBO.
           COPY CPMETDIC.

       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-DICIONARIO             PIC XX.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-PERFIS                 PIC XX.
           05  WS-FS-ENTRADA                PIC XX.
           05  WS-FS-TRABALHO               PIC XX.
           05  WS-FS-RISCO                  PIC XX.
           05  WS-FS-ALERTAS                PIC XX.

       01  WS-FLAGS.
           05  EOF-ENTRADA                  PIC X VALUE 'N'.
               88  EOF-ENTRADA-REACHED      VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-ANTERIOR-ACHADO-FLAG      PIC X VALUE 'N'.
               88  WS-ANTERIOR-ACHADO       VALUE 'Y'.
           05  WS-DOENCA-REPETIDA-FLAG      PIC X VALUE 'N'.
               88  WS-DOENCA-REPETIDA       VALUE 'Y'.

       01  WS-NOME-ENTRADA                  PIC X(100)
                                                 VALUE "final.csv".
       01  WS-LINHA-PARAMETROS              PIC X(300).
       01  WS-DATA-HORA-ATUAL               PIC X(21).

       01  WS-PARAMETROS-BRUTOS.
           05  WS-PRM-ARQUIVO               PIC X(100).
           05  WS-PRM-INTERVALO             PIC X(10).
           05  WS-PRM-FATOR                 PIC X(10).
           05  WS-PRM-LACUNA                PIC X(10).
           05  WS-PRM-SEVERIDADE            PIC X(15).

       01  WS-INTERVALO-MINUTOS             PIC 9(4) VALUE 60.
       01  WS-FATOR-PERSISTENCIA            PIC 9V9(2) VALUE 0.50.
       01  WS-DIAS-LACUNA                   PIC 9(3) VALUE 7.
       01  WS-SEVERIDADE-ALERTA             PIC X(15) VALUE "ALTO".
       01  WS-HORAS-POR-LEITURA             PIC 9(3)V9(4) VALUE 1.
       01  WS-LACUNA-MAXIMA-MINUTOS         PIC 9(5) VALUE 90.

      *---------------------------------------------------------------
      * Tabela de perfis (perfis_doencas.csv). Estourar a tabela
      * encerra o passo com RC 8, como nos coeficientes de cultura
      * do balanco hidrico: descartar linhas em silencio tiraria uma
      * doenca do modelo sem aviso.
      *---------------------------------------------------------------
       01  WS-CABECALHO-PERFIS              PIC X(9) VALUE "EstacaoID".
       01  WS-PERFIL-BRUTO.
           05  WS-PFB-ESTACAO-ID            PIC X(10).
           05  WS-PFB-CULTURA               PIC X(20).
           05  WS-PFB-DOENCA                PIC X(20).
           05  WS-PFB-UMIDADE               PIC X(10).
           05  WS-PFB-TEMP-MINIMA           PIC X(10).
           05  WS-PFB-TEMP-MAXIMA           PIC X(10).
           05  WS-PFB-HORAS                 PIC X(10).
           05  WS-PFB-LIMIAR-MEDIO          PIC X(10).
           05  WS-PFB-LIMIAR-ALTO           PIC X(10).

       01  WS-PERFIS-TABELA.
           05  WS-PF-QTD                    PIC 9(4) VALUE 0.
           05  WS-PF OCCURS 300 TIMES.
               10  WS-PF-ESTACAO-ID         PIC X(10).
               10  WS-PF-CULTURA            PIC X(20).
               10  WS-PF-DOENCA             PIC X(20).
               10  WS-PF-UMIDADE            PIC 9(3)V9(2).
               10  WS-PF-TEMP-MINIMA        PIC S9(3)V9(2).
               10  WS-PF-TEMP-MAXIMA        PIC S9(3)V9(2).
               10  WS-PF-HORAS              PIC 9(3)V9(2).
               10  WS-PF-LIMIAR-MEDIO       PIC 9(5)V9(4).
               10  WS-PF-LIMIAR-ALTO        PIC 9(5)V9(4).
       01  WS-PF-IDX                        PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Doencas em avaliacao na estacao corrente e o estado de cada
      * uma: sequencia de horas favoraveis em curso e os
      * acumuladores do dia.
      *---------------------------------------------------------------
       01  WS-ATIVOS-TABELA.
           05  WS-ATV-QTD                   PIC 9(4) VALUE 0.
           05  WS-ATV OCCURS 20 TIMES.
               10  WS-ATV-PERFIL            PIC 9(4).
               10  WS-ATV-HORAS-SEQUENCIA   PIC 9(5)V9(4).
               10  WS-ATV-INFECCAO-FLAG     PIC X.
                   88  WS-ATV-EM-INFECCAO   VALUE 'S'.
               10  WS-ATV-DIA-MOLHAMENTO    PIC 9(3)V9(4).
               10  WS-ATV-DIA-FAVORAVEIS    PIC 9(3)V9(4).
               10  WS-ATV-DIA-INFECCAO      PIC 9(5)V9(4).
       01  WS-ATV-IDX                       PIC 9(4) VALUE 0.
       01  WS-ATV-J                         PIC 9(4) VALUE 0.

       01  WS-ESTACAO-ATUAL                 PIC X(10) VALUE SPACES.
       01  WS-DATA-ATUAL                    PIC X(8) VALUE SPACES.
       01  WS-DIA-ULTIMO-TIMESTAMP          PIC X(14).
       01  WS-MINUTO-ANTERIOR               PIC 9(11) VALUE 0.
       01  WS-MINUTO-LEITURA                PIC 9(11) VALUE 0.
       01  WS-MINUTOS-LACUNA                PIC 9(11) VALUE 0.
       01  WS-DIA-INTEIRO                   PIC 9(8) VALUE 0.
       01  WS-DATA-NUM                      PIC 9(8) VALUE 0.
       01  WS-DATA-ANTERIOR                 PIC 9(8) VALUE 0.
       01  WS-HORA-LEITURA                  PIC 9(2) VALUE 0.
       01  WS-MINUTO-DA-HORA                PIC 9(2) VALUE 0.
       01  WS-TEMPERATURA                   PIC S9(5)V9(4) VALUE 0.
       01  WS-UMIDADE                       PIC S9(5)V9(4) VALUE 0.

       01  WS-CHAVE-ANTERIOR.
           05  WS-ANT-ESTACAO               PIC X(10).
           05  WS-ANT-TIMESTAMP             PIC X(14).

       01  WS-PARSE-PTR                     PIC 9(4) VALUE 0.
       01  WS-PARSE-C                       PIC 9(4) VALUE 0.
       01  WS-M                             PIC 9(4) VALUE 0.
       01  WS-K                             PIC 9(3) VALUE 0.
       01  WS-FAMILIA-UMIDADE-AR            PIC 9(4) VALUE 0.
       01  WS-COLUNA-TEMPERATURA            PIC 9(4) VALUE 1.
       01  WS-COLUNA-UMIDADE                PIC 9(4) VALUE 0.

      *---------------------------------------------------------------
      * Fechamento do dia de uma doenca.
      *---------------------------------------------------------------
       01  WS-INDICE-DIA                    PIC 9(3)V9(4) VALUE 0.
       01  WS-INDICE-ANTERIOR               PIC 9(5)V9(4) VALUE 0.
       01  WS-INDICE-ACUMULADO              PIC 9(5)V9(4) VALUE 0.

       01  WS-CONTADORES.
           05  WS-LINHAS-LIDAS              PIC 9(9) VALUE 0.
           05  WS-LEITURAS-TRABALHO         PIC 9(9) VALUE 0.
           05  WS-DIAS-CALCULADOS           PIC 9(9) VALUE 0.
           05  WS-DIAS-ALTO                 PIC 9(9) VALUE 0.
           05  WS-DIAS-MEDIO                PIC 9(9) VALUE 0.
           05  WS-ESTACOES-SEM-PERFIL       PIC 9(9) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-VALOR                    PIC -(6)9.99.
       01  WS-EDIT-LIMIAR                   PIC -(6)9.99.
       01  WS-CAMPO-EDITADO                 PIC X(12).
       01  WS-LINHA-SAIDA                   PIC X(300).
       01  WS-ALERTA-LINHA                  PIC X(300).
       01  WS-METRICA-ALERTA                PIC X(30).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-PERFIS
           PERFORM ABRIR-ARQUIVOS
           PERFORM CARREGAR-LEITURAS UNTIL EOF-ENTRADA-REACHED
           CLOSE EntradaCombinada
           PERFORM PROCESSAR-LEITURAS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           PERFORM CARREGAR-DICIONARIO-METRICAS
           MOVE 0 TO WS-FAMILIA-UMIDADE-AR
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MET-QTD
               IF WS-MET-NOME(WS-M) = "UmidadeAr"
                   MOVE WS-M TO WS-FAMILIA-UMIDADE-AR
               END-IF
           END-PERFORM
           IF WS-FAMILIA-UMIDADE-AR = 0
               DISPLAY "Familia UmidadeAr ausente do dicionario de "
                   "metricas: sem ela nao ha molhamento foliar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-COLUNA-UMIDADE =
               (WS-FAMILIA-UMIDADE-AR - 1) * 3 + 1.

           COPY CPMETDPR.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosRisco
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosRisco INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PARAMETROS-BRUTOS
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-ARQUIVO
                                WS-PRM-INTERVALO
                                WS-PRM-FATOR
                                WS-PRM-LACUNA
                                WS-PRM-SEVERIDADE
                       IF WS-PRM-ARQUIVO NOT = SPACES
                           MOVE WS-PRM-ARQUIVO TO WS-NOME-ENTRADA
                       END-IF
                       IF WS-PRM-INTERVALO NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-INTERVALO) = 0
                          AND FUNCTION NUMVAL(WS-PRM-INTERVALO) > 0
                           COMPUTE WS-INTERVALO-MINUTOS =
                               FUNCTION NUMVAL(WS-PRM-INTERVALO)
                       END-IF
                       IF WS-PRM-FATOR NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-FATOR) = 0
                          AND FUNCTION NUMVAL(WS-PRM-FATOR) >= 0
                          AND FUNCTION NUMVAL(WS-PRM-FATOR) <= 1
                           COMPUTE WS-FATOR-PERSISTENCIA =
                               FUNCTION NUMVAL(WS-PRM-FATOR)
                       END-IF
                       IF WS-PRM-LACUNA NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-PRM-LACUNA) = 0
                          AND FUNCTION NUMVAL(WS-PRM-LACUNA) > 0
                           COMPUTE WS-DIAS-LACUNA =
                               FUNCTION NUMVAL(WS-PRM-LACUNA)
                       END-IF
                       IF WS-PRM-SEVERIDADE NOT = SPACES
                           MOVE WS-PRM-SEVERIDADE TO
                               WS-SEVERIDADE-ALERTA
                       END-IF
               END-READ
               CLOSE ParametrosRisco
           END-IF
           COMPUTE WS-HORAS-POR-LEITURA ROUNDED =
               WS-INTERVALO-MINUTOS / 60
           COMPUTE WS-LACUNA-MAXIMA-MINUTOS =
               WS-INTERVALO-MINUTOS * 3 / 2.

       CARREGAR-PERFIS.
           OPEN INPUT PerfisDoencas
           IF WS-FS-PERFIS = "00"
               PERFORM UNTIL WS-FS-PERFIS = "10"
                   READ PerfisDoencas
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CARREGAR-LINHA-PERFIL
                   END-READ
               END-PERFORM
               CLOSE PerfisDoencas
           ELSE
               PERFORM GRAVAR-PERFIS-MODELO
           END-IF.

       CARREGAR-LINHA-PERFIL.
           MOVE SPACES TO WS-PERFIL-BRUTO
           UNSTRING PerfisDoencasRecord DELIMITED BY ';'
               INTO WS-PFB-ESTACAO-ID
                    WS-PFB-CULTURA
                    WS-PFB-DOENCA
                    WS-PFB-UMIDADE
                    WS-PFB-TEMP-MINIMA
                    WS-PFB-TEMP-MAXIMA
                    WS-PFB-HORAS
                    WS-PFB-LIMIAR-MEDIO
                    WS-PFB-LIMIAR-ALTO
           IF WS-PFB-ESTACAO-ID = WS-CABECALHO-PERFIS OR
              WS-PFB-ESTACAO-ID = SPACES
               CONTINUE
           ELSE
               IF WS-PFB-DOENCA = SPACES OR
                  WS-PFB-UMIDADE = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-UMIDADE) NOT = 0 OR
                  WS-PFB-TEMP-MINIMA = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-TEMP-MINIMA) NOT = 0 OR
                  WS-PFB-TEMP-MAXIMA = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-TEMP-MAXIMA) NOT = 0 OR
                  WS-PFB-HORAS = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-HORAS) NOT = 0 OR
                  WS-PFB-LIMIAR-MEDIO = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-LIMIAR-MEDIO) NOT = 0 OR
                  WS-PFB-LIMIAR-ALTO = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-PFB-LIMIAR-ALTO) NOT = 0
                   DISPLAY "Linha de perfis_doencas.csv ignorada "
                       "(campo ausente ou nao numerico): "
                       FUNCTION TRIM(PerfisDoencasRecord)
               ELSE
                   IF FUNCTION NUMVAL(WS-PFB-HORAS) <= 0 OR
                      FUNCTION NUMVAL(WS-PFB-TEMP-MINIMA) >
                      FUNCTION NUMVAL(WS-PFB-TEMP-MAXIMA) OR
                      FUNCTION NUMVAL(WS-PFB-LIMIAR-MEDIO) >
                      FUNCTION NUMVAL(WS-PFB-LIMIAR-ALTO)
                       DISPLAY "Linha de perfis_doencas.csv ignorada "
                           "(faixa ou limiares incoerentes): "
                           FUNCTION TRIM(PerfisDoencasRecord)
                   ELSE
                       PERFORM INCLUIR-PERFIL
                   END-IF
               END-IF
           END-IF.

       INCLUIR-PERFIL.
           IF WS-PF-QTD >= 300
               DISPLAY "Tabela de perfis de doencas cheia (300 "
                   "linhas); risco de doencas abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PF-QTD
           MOVE WS-PFB-ESTACAO-ID TO WS-PF-ESTACAO-ID(WS-PF-QTD)
           MOVE WS-PFB-CULTURA TO WS-PF-CULTURA(WS-PF-QTD)
           MOVE WS-PFB-DOENCA TO WS-PF-DOENCA(WS-PF-QTD)
           COMPUTE WS-PF-UMIDADE(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-UMIDADE)
           COMPUTE WS-PF-TEMP-MINIMA(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-TEMP-MINIMA)
           COMPUTE WS-PF-TEMP-MAXIMA(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-TEMP-MAXIMA)
           COMPUTE WS-PF-HORAS(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-HORAS)
           COMPUTE WS-PF-LIMIAR-MEDIO(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-LIMIAR-MEDIO)
           COMPUTE WS-PF-LIMIAR-ALTO(WS-PF-QTD) =
               FUNCTION NUMVAL(WS-PFB-LIMIAR-ALTO).

      *---------------------------------------------------------------
      * Sem a tabela: grava o modelo com uma doenca fungica de
      * referencia para todas as estacoes (molhamento com UmidadeAr
      * de 90%, faixa de 15 a 25 C, 6 horas seguidas por periodo de
      * infeccao, MEDIO a partir de 1 periodo acumulado e ALTO a
      * partir de 2) e segue com ela em memoria.
      *---------------------------------------------------------------
       GRAVAR-PERFIS-MODELO.
           MOVE 1 TO WS-PF-QTD
           MOVE "*" TO WS-PF-ESTACAO-ID(1)
           MOVE "REFERENCIA" TO WS-PF-CULTURA(1)
           MOVE "FUNGICA_GERAL" TO WS-PF-DOENCA(1)
           MOVE 90 TO WS-PF-UMIDADE(1)
           MOVE 15 TO WS-PF-TEMP-MINIMA(1)
           MOVE 25 TO WS-PF-TEMP-MAXIMA(1)
           MOVE 6 TO WS-PF-HORAS(1)
           MOVE 1 TO WS-PF-LIMIAR-MEDIO(1)
           MOVE 2 TO WS-PF-LIMIAR-ALTO(1)
           OPEN OUTPUT PerfisDoencas
           MOVE SPACES TO PerfisDoencasRecord
           STRING "EstacaoID;Cultura;Doenca;UmidadeMinima;"
                  DELIMITED BY SIZE
                  "TemperaturaMinima;TemperaturaMaxima;"
                  DELIMITED BY SIZE
                  "HorasNecessarias;LimiarMedio;LimiarAlto"
                  DELIMITED BY SIZE
                  INTO PerfisDoencasRecord
           WRITE PerfisDoencasRecord
           MOVE SPACES TO PerfisDoencasRecord
           STRING "*;REFERENCIA;FUNGICA_GERAL;90;15;25;6;1.00;2.00"
                  DELIMITED BY SIZE
                  INTO PerfisDoencasRecord
           WRITE PerfisDoencasRecord
           CLOSE PerfisDoencas
           DISPLAY "perfis_doencas.csv ausente: gravado o modelo "
               "com a doenca de referencia para todas as estacoes.".

       ABRIR-ARQUIVOS.
           OPEN INPUT EntradaCombinada
           IF WS-FS-ENTRADA = "00"
               READ EntradaCombinada
                   AT END MOVE 'Y' TO EOF-ENTRADA
               END-READ
           ELSE
               DISPLAY "Nao foi possivel abrir "
                   FUNCTION TRIM(WS-NOME-ENTRADA)
                   " (status " WS-FS-ENTRADA "), nada a avaliar."
               MOVE 'Y' TO EOF-ENTRADA
           END-IF
           OPEN OUTPUT LeiturasTrabalho
           CLOSE LeiturasTrabalho
           OPEN I-O LeiturasTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "risco_doencas_trabalho.dat (status "
                   WS-FS-TRABALHO "), risco de doencas abortado."
               CLOSE EntradaCombinada
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RiscoDoencasFile
           IF WS-FS-RISCO NOT = "00" AND WS-FS-RISCO NOT = "05"
               DISPLAY "Nao foi possivel abrir risco_doencas.dat "
                   "(status " WS-FS-RISCO "), risco de doencas "
                   "abortado."
               CLOSE EntradaCombinada
               CLOSE LeiturasTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RiscoDoencasCsv
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EstacaoID;Data;Cultura;Doenca;HorasMolhamento;"
                  DELIMITED BY SIZE
                  "HorasFavoraveis;IndiceDia;IndiceAcumulado;Classe"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RiscoDoencasCsvRecord FROM WS-LINHA-SAIDA
      *    alertas.csv e da integracao: aqui so se acrescenta.
           OPEN EXTEND AlertasFile.

      *---------------------------------------------------------------
      * Primeira passada: o combinado vai para o arquivo de trabalho,
      * so a primeira linha de cada EstacaoID+DataHora.
      *---------------------------------------------------------------
       CARREGAR-LEITURAS.
           MOVE SPACES TO WSF-METRICAS-ATUAIS
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING EntradaCombinadaRecord DELIMITED BY ';'
               INTO WSF-STATION-ID
                    WSF-TIMESTAMP
                    WSF-HORIZONTE
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           PERFORM VARYING WS-PARSE-C FROM 1 BY 1
               UNTIL WS-PARSE-C > WS-MET-COLS
               UNSTRING EntradaCombinadaRecord DELIMITED BY ';'
                   INTO WSF-METRICA-ATUAL(WS-PARSE-C)
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
           END-PERFORM
           IF WSF-TIMESTAMP NUMERIC AND WSF-TIMESTAMP NOT = SPACES
               ADD 1 TO WS-LINHAS-LIDAS
               IF WSF-STATION-ID NOT = WS-ANT-ESTACAO OR
                  WSF-TIMESTAMP NOT = WS-ANT-TIMESTAMP
                   MOVE WSF-STATION-ID TO WS-ANT-ESTACAO
                   MOVE WSF-TIMESTAMP TO WS-ANT-TIMESTAMP
                   PERFORM GRAVAR-LEITURA-TRABALHO
               END-IF
           END-IF
           READ EntradaCombinada
               AT END MOVE 'Y' TO EOF-ENTRADA
           END-READ.

       GRAVAR-LEITURA-TRABALHO.
           MOVE WSF-STATION-ID TO RDT-ESTACAO-ID
           MOVE WSF-TIMESTAMP TO RDT-TIMESTAMP
           MOVE WSF-METRICA-ATUAL(WS-COLUNA-TEMPERATURA) TO
               RDT-TEMPERATURA
           MOVE WSF-METRICA-ATUAL(WS-COLUNA-UMIDADE) TO RDT-UMIDADE
           WRITE LeituraTrabalhoRecord
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-LEITURAS-TRABALHO
           END-WRITE
      *    22 e a mesma estacao + DataHora repetida na entrada: vale
      *    a primeira. Qualquer outra falha perderia leituras.
           IF WS-FS-TRABALHO NOT = "00" AND
              WS-FS-TRABALHO NOT = "22"
               DISPLAY "Falha ao gravar leitura da estacao "
                   FUNCTION TRIM(WSF-STATION-ID) " em "
                   WSF-TIMESTAMP " (status " WS-FS-TRABALHO
                   "), risco nao calculado."
               CLOSE EntradaCombinada
               CLOSE LeiturasTrabalho
               CLOSE RiscoDoencasFile
               CLOSE RiscoDoencasCsv
               CLOSE AlertasFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Segunda passada, na ordem estacao + DataHora: quebra por
      * estacao (perfis e sequencias recomecam) e por dia (fecha os
      * indices do dia; a sequencia atravessa a meia-noite).
      *---------------------------------------------------------------
       PROCESSAR-LEITURAS.
           MOVE LOW-VALUES TO RDT-CHAVE
           START LeiturasTrabalho KEY >= RDT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ LeiturasTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       PERFORM TRATAR-LEITURA
               END-READ
           END-PERFORM
           IF WS-ESTACAO-ATUAL NOT = SPACES
               PERFORM FECHAR-DIA
           END-IF.

       TRATAR-LEITURA.
           IF RDT-ESTACAO-ID NOT = WS-ESTACAO-ATUAL
               IF WS-ESTACAO-ATUAL NOT = SPACES
                   PERFORM FECHAR-DIA
               END-IF
               MOVE RDT-ESTACAO-ID TO WS-ESTACAO-ATUAL
               MOVE RDT-TIMESTAMP(1:8) TO WS-DATA-ATUAL
               MOVE 0 TO WS-MINUTO-ANTERIOR
               PERFORM MONTAR-PERFIS-ESTACAO
           ELSE
               IF RDT-TIMESTAMP(1:8) NOT = WS-DATA-ATUAL
                   PERFORM FECHAR-DIA
                   MOVE RDT-TIMESTAMP(1:8) TO WS-DATA-ATUAL
               END-IF
           END-IF
           MOVE RDT-TIMESTAMP TO WS-DIA-ULTIMO-TIMESTAMP
           IF WS-ATV-QTD > 0
               PERFORM AVALIAR-LEITURA
           END-IF.

      *---------------------------------------------------------------
      * Doencas da estacao: as linhas da propria estacao e, das
      * linhas "*", as doencas que ela nao redefine.
      *---------------------------------------------------------------
       MONTAR-PERFIS-ESTACAO.
           MOVE 0 TO WS-ATV-QTD
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-QTD
               IF WS-PF-ESTACAO-ID(WS-PF-IDX) = WS-ESTACAO-ATUAL
                   PERFORM ATIVAR-PERFIL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-QTD
               IF WS-PF-ESTACAO-ID(WS-PF-IDX) = "*"
                   MOVE 'N' TO WS-DOENCA-REPETIDA-FLAG
                   PERFORM VARYING WS-ATV-J FROM 1 BY 1
                       UNTIL WS-ATV-J > WS-ATV-QTD
                       IF WS-PF-DOENCA(WS-ATV-PERFIL(WS-ATV-J)) =
                          WS-PF-DOENCA(WS-PF-IDX)
                           MOVE 'Y' TO WS-DOENCA-REPETIDA-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT WS-DOENCA-REPETIDA
                       PERFORM ATIVAR-PERFIL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ATV-QTD = 0
               ADD 1 TO WS-ESTACOES-SEM-PERFIL
           END-IF.

       ATIVAR-PERFIL.
           IF WS-ATV-QTD >= 20
               DISPLAY "Mais de 20 doencas no perfil da estacao "
                   FUNCTION TRIM(WS-ESTACAO-ATUAL)
                   "; risco de doencas abortado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ATV-QTD
           MOVE WS-PF-IDX TO WS-ATV-PERFIL(WS-ATV-QTD)
           MOVE 0 TO WS-ATV-HORAS-SEQUENCIA(WS-ATV-QTD)
           MOVE 'N' TO WS-ATV-INFECCAO-FLAG(WS-ATV-QTD)
           MOVE 0 TO WS-ATV-DIA-MOLHAMENTO(WS-ATV-QTD)
           MOVE 0 TO WS-ATV-DIA-FAVORAVEIS(WS-ATV-QTD)
           MOVE 0 TO WS-ATV-DIA-INFECCAO(WS-ATV-QTD).

      *---------------------------------------------------------------
      * Uma leitura contra cada doenca da estacao. Lacuna maior que
      * uma leitura e meia, ou leitura sem temperatura ou umidade,
      * quebra todas as sequencias em curso.
      *---------------------------------------------------------------
       AVALIAR-LEITURA.
           MOVE RDT-TIMESTAMP(1:8) TO WS-DATA-NUM
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           MOVE RDT-TIMESTAMP(9:2) TO WS-HORA-LEITURA
           MOVE RDT-TIMESTAMP(11:2) TO WS-MINUTO-DA-HORA
           COMPUTE WS-MINUTO-LEITURA = WS-DIA-INTEIRO * 1440
           COMPUTE WS-MINUTO-LEITURA = WS-MINUTO-LEITURA
               + WS-HORA-LEITURA * 60 + WS-MINUTO-DA-HORA
           IF WS-MINUTO-ANTERIOR > 0
               COMPUTE WS-MINUTOS-LACUNA =
                   WS-MINUTO-LEITURA - WS-MINUTO-ANTERIOR
               IF WS-MINUTOS-LACUNA > WS-LACUNA-MAXIMA-MINUTOS
                   PERFORM QUEBRAR-SEQUENCIAS
               END-IF
           END-IF
           MOVE WS-MINUTO-LEITURA TO WS-MINUTO-ANTERIOR
           IF RDT-TEMPERATURA = SPACES OR
              FUNCTION TEST-NUMVAL(RDT-TEMPERATURA) NOT = 0 OR
              RDT-UMIDADE = SPACES OR
              FUNCTION TEST-NUMVAL(RDT-UMIDADE) NOT = 0
               PERFORM QUEBRAR-SEQUENCIAS
           ELSE
               COMPUTE WS-TEMPERATURA =
                   FUNCTION NUMVAL(RDT-TEMPERATURA)
               COMPUTE WS-UMIDADE = FUNCTION NUMVAL(RDT-UMIDADE)
               PERFORM VARYING WS-ATV-IDX FROM 1 BY 1
                   UNTIL WS-ATV-IDX > WS-ATV-QTD
                   PERFORM AVALIAR-DOENCA
               END-PERFORM
           END-IF.

       AVALIAR-DOENCA.
           MOVE WS-ATV-PERFIL(WS-ATV-IDX) TO WS-PF-IDX
           IF WS-UMIDADE >= WS-PF-UMIDADE(WS-PF-IDX)
               ADD WS-HORAS-POR-LEITURA TO
                   WS-ATV-DIA-MOLHAMENTO(WS-ATV-IDX)
               IF WS-TEMPERATURA >= WS-PF-TEMP-MINIMA(WS-PF-IDX) AND
                  WS-TEMPERATURA <= WS-PF-TEMP-MAXIMA(WS-PF-IDX)
                   ADD WS-HORAS-POR-LEITURA TO
                       WS-ATV-DIA-FAVORAVEIS(WS-ATV-IDX)
                   ADD WS-HORAS-POR-LEITURA TO
                       WS-ATV-HORAS-SEQUENCIA(WS-ATV-IDX)
                   IF WS-ATV-EM-INFECCAO(WS-ATV-IDX)
                       ADD WS-HORAS-POR-LEITURA TO
                           WS-ATV-DIA-INFECCAO(WS-ATV-IDX)
                   ELSE
                       IF WS-ATV-HORAS-SEQUENCIA(WS-ATV-IDX) >=
                          WS-PF-HORAS(WS-PF-IDX)
                           MOVE 'S' TO
                               WS-ATV-INFECCAO-FLAG(WS-ATV-IDX)
                           ADD WS-ATV-HORAS-SEQUENCIA(WS-ATV-IDX) TO
                               WS-ATV-DIA-INFECCAO(WS-ATV-IDX)
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO WS-ATV-HORAS-SEQUENCIA(WS-ATV-IDX)
                   MOVE 'N' TO WS-ATV-INFECCAO-FLAG(WS-ATV-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-ATV-HORAS-SEQUENCIA(WS-ATV-IDX)
               MOVE 'N' TO WS-ATV-INFECCAO-FLAG(WS-ATV-IDX)
           END-IF.

       QUEBRAR-SEQUENCIAS.
           PERFORM VARYING WS-ATV-J FROM 1 BY 1
               UNTIL WS-ATV-J > WS-ATV-QTD
               MOVE 0 TO WS-ATV-HORAS-SEQUENCIA(WS-ATV-J)
               MOVE 'N' TO WS-ATV-INFECCAO-FLAG(WS-ATV-J)
           END-PERFORM.

      *---------------------------------------------------------------
      * Fecha o dia corrente da estacao para cada doenca e zera os
      * acumuladores do dia (as sequencias seguem).
      *---------------------------------------------------------------
       FECHAR-DIA.
           PERFORM VARYING WS-ATV-IDX FROM 1 BY 1
               UNTIL WS-ATV-IDX > WS-ATV-QTD
               PERFORM FECHAR-DIA-DOENCA
               MOVE 0 TO WS-ATV-DIA-MOLHAMENTO(WS-ATV-IDX)
               MOVE 0 TO WS-ATV-DIA-FAVORAVEIS(WS-ATV-IDX)
               MOVE 0 TO WS-ATV-DIA-INFECCAO(WS-ATV-IDX)
           END-PERFORM.

       FECHAR-DIA-DOENCA.
           MOVE WS-ATV-PERFIL(WS-ATV-IDX) TO WS-PF-IDX
           COMPUTE WS-INDICE-DIA ROUNDED =
               WS-ATV-DIA-INFECCAO(WS-ATV-IDX) /
               WS-PF-HORAS(WS-PF-IDX)
           PERFORM LOCALIZAR-ACUMULADO-ANTERIOR
           COMPUTE WS-INDICE-ACUMULADO =
               WS-INDICE-ANTERIOR + WS-INDICE-DIA
           MOVE WS-ESTACAO-ATUAL TO RDO-ESTACAO-ID
           MOVE WS-PF-DOENCA(WS-PF-IDX) TO RDO-DOENCA
           MOVE WS-DATA-ATUAL TO RDO-DATA
           MOVE WS-PF-CULTURA(WS-PF-IDX) TO RDO-CULTURA
           COMPUTE RDO-HORAS-MOLHAMENTO ROUNDED =
               WS-ATV-DIA-MOLHAMENTO(WS-ATV-IDX)
           COMPUTE RDO-HORAS-FAVORAVEIS ROUNDED =
               WS-ATV-DIA-FAVORAVEIS(WS-ATV-IDX)
           MOVE WS-INDICE-DIA TO RDO-INDICE-DIA
           MOVE WS-INDICE-ACUMULADO TO RDO-INDICE-ACUMULADO
           EVALUATE TRUE
               WHEN WS-INDICE-ACUMULADO >=
                    WS-PF-LIMIAR-ALTO(WS-PF-IDX)
                   SET RDO-CLASSE-ALTO TO TRUE
                   ADD 1 TO WS-DIAS-ALTO
               WHEN WS-INDICE-ACUMULADO >=
                    WS-PF-LIMIAR-MEDIO(WS-PF-IDX)
                   SET RDO-CLASSE-MEDIO TO TRUE
                   ADD 1 TO WS-DIAS-MEDIO
               WHEN OTHER
                   SET RDO-CLASSE-BAIXO TO TRUE
           END-EVALUATE
           MOVE WS-DATA-HORA-ATUAL(1:14) TO RDO-MOMENTO
           WRITE RiscoDoencaRecord
               INVALID KEY
                   REWRITE RiscoDoencaRecord
                       INVALID KEY
                           DISPLAY "Falha ao gravar risco de "
                               FUNCTION TRIM(RDO-ESTACAO-ID) " em "
                               RDO-DATA " (status " WS-FS-RISCO ")."
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-DIAS-CALCULADOS
           PERFORM GRAVAR-LINHA-RISCO
           IF RDO-CLASSE-ALTO
               PERFORM GRAVAR-ALERTA-RISCO
           END-IF.

      *---------------------------------------------------------------
      * Acumulado do ultimo dia gravado da estacao e doenca dentro
      * da lacuna maxima, descontado pelo fator de persistencia uma
      * vez por dia decorrido. Sem ele, a conta parte do zero.
      *---------------------------------------------------------------
       LOCALIZAR-ACUMULADO-ANTERIOR.
           MOVE 'N' TO WS-ANTERIOR-ACHADO-FLAG
           MOVE 0 TO WS-INDICE-ANTERIOR
           MOVE WS-DATA-ATUAL TO WS-DATA-NUM
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-DIAS-LACUNA OR WS-ANTERIOR-ACHADO
               COMPUTE WS-DATA-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO - WS-K)
               MOVE WS-ESTACAO-ATUAL TO RDO-ESTACAO-ID
               MOVE WS-PF-DOENCA(WS-PF-IDX) TO RDO-DOENCA
               MOVE WS-DATA-ANTERIOR TO RDO-DATA
               READ RiscoDoencasFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ANTERIOR-ACHADO-FLAG
                       MOVE RDO-INDICE-ACUMULADO TO
                           WS-INDICE-ANTERIOR
                       PERFORM DESCONTAR-PERSISTENCIA
               END-READ
           END-PERFORM.

       DESCONTAR-PERSISTENCIA.
           PERFORM WS-K TIMES
               COMPUTE WS-INDICE-ANTERIOR ROUNDED =
                   WS-INDICE-ANTERIOR * WS-FATOR-PERSISTENCIA
           END-PERFORM.

       GRAVAR-LINHA-RISCO.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING FUNCTION TRIM(RDO-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  RDO-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RDO-CULTURA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RDO-DOENCA) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           MOVE RDO-HORAS-MOLHAMENTO TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE RDO-HORAS-FAVORAVEIS TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE RDO-INDICE-DIA TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           MOVE RDO-INDICE-ACUMULADO TO WS-EDIT-VALOR
           PERFORM ANEXAR-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(RDO-CLASSE) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE RiscoDoencasCsvRecord FROM WS-LINHA-SAIDA.

       ANEXAR-CAMPO-EDITADO.
           MOVE SPACES TO WS-CAMPO-EDITADO
           MOVE FUNCTION TRIM(WS-EDIT-VALOR) TO WS-CAMPO-EDITADO
           STRING FUNCTION TRIM(WS-LINHA-SAIDA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMPO-EDITADO) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA.

      *---------------------------------------------------------------
      * Dia ALTO vira disparo em alertas.csv, no desenho de
      * GRAVAR-ALERTA da integracao:
      *   EstacaoID;DataHora;Metrica;Operador;Limiar;Observado;
      *   Severidade
      * DataHora e a da ultima leitura do dia.
      *---------------------------------------------------------------
       GRAVAR-ALERTA-RISCO.
           MOVE SPACES TO WS-METRICA-ALERTA
           STRING "RISCO_" DELIMITED BY SIZE
                  FUNCTION TRIM(RDO-DOENCA) DELIMITED BY SIZE
                  INTO WS-METRICA-ALERTA
           MOVE WS-PF-LIMIAR-ALTO(WS-PF-IDX) TO WS-EDIT-LIMIAR
           MOVE RDO-INDICE-ACUMULADO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-ALERTA-LINHA
           STRING FUNCTION TRIM(RDO-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DIA-ULTIMO-TIMESTAMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-METRICA-ALERTA) DELIMITED BY SIZE
                  ";GE;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-LIMIAR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEVERIDADE-ALERTA)
                      DELIMITED BY SIZE
                  INTO WS-ALERTA-LINHA
           WRITE AlertasRecord FROM WS-ALERTA-LINHA.

       FINALIZAR.
           CLOSE LeiturasTrabalho
           CLOSE RiscoDoencasFile
           CLOSE RiscoDoencasCsv
           CLOSE AlertasFile
           MOVE WS-DIAS-CALCULADOS TO WS-EDIT-9
           DISPLAY "Risco de doencas gerado: risco_doencas.csv ("
               FUNCTION TRIM(WS-EDIT-9) " estacao-doenca-dia(s))."
           IF WS-DIAS-ALTO > 0
               MOVE WS-DIAS-ALTO TO WS-EDIT-9
               DISPLAY "Dias de risco ALTO (enviados a alertas.csv): "
                   FUNCTION TRIM(WS-EDIT-9)
           END-IF
           IF WS-DIAS-MEDIO > 0
               MOVE WS-DIAS-MEDIO TO WS-EDIT-9
               DISPLAY "Dias de risco MEDIO: " FUNCTION TRIM(WS-EDIT-9)
           END-IF
           IF WS-ESTACOES-SEM-PERFIL > 0
               MOVE WS-ESTACOES-SEM-PERFIL TO WS-EDIT-9
               DISPLAY "Estacoes sem perfil de doenca: "
                   FUNCTION TRIM(WS-EDIT-9)
           END-IF.
