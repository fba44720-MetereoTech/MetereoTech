       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtratoSlaFazendas.

      *================================================================
      * Extrato mensal de nivel de servico para as fazendas
      * hospedeiras. Para cada contrato de contratos_fazendas.dat
      * (mantido pelo ManutencaoContratos) vigente no mes, percorre
      * no indexado de combinados as leituras da estacao e apura dia
      * a dia:
      *
      *   - a disponibilidade, leituras do dia sobre as esperadas
      *     pela cadencia (a mesma conta do RelatorioDisponibilidade,
      *     limitada a 100%);
      *   - a participacao de leituras limpas, flag de qualidade OK
      *     ou AJUSTADO_CALIBRACAO (leitura OK corrigida depois pelo
      *     ajuste de deriva, que nao a torna menos limpa) sobre as
      *     leituras do dia (SUSPEITO-*, ESTIMADO, CALIBRACAO_VENCIDA
      *     e AJUSTADO_CALIBRACAO_VENCIDA nao contam como limpas).
      *
      * Cada DataHora conta uma vez, pelo primeiro horizonte gravado.
      * Um dia da vigencia fica em descumprimento quando qualquer dos
      * dois percentuais fica abaixo do compromisso do contrato - dia
      * sem leitura nenhuma e descumprimento. O credito devido e a
      * quantidade de dias em descumprimento vezes a taxa de credito.
      *
      * Sai um extrato por fazenda (extrato_sla_<FazendaID>_<AAAAMM>
      * .txt), o consolidado extrato_sla_<AAAAMM>.txt com todos os
      * extratos e extrato_sla_<AAAAMM>.csv, uma linha por estacao,
      * para o faturamento.
      *
      * Parametro opcional em parametros_sla.csv (uma linha): AnoMes
      * (AAAAMM). Em branco ou sem o arquivo, o mes anterior ao da
      * execucao. A cadencia vem de parametros_disponibilidade.csv,
      * como no relatorio de disponibilidade (default 60 minutos).
      * Mes corrente so e apurado ate a vespera.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ParametrosSla ASSIGN TO
               "parametros_sla.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT OPTIONAL ParametrosDisponibilidade ASSIGN TO
               "parametros_disponibilidade.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ContratosFazendas ASSIGN TO
               "contratos_fazendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-ESTACAO-ID
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT FinalIndexado ASSIGN TO "final_indexado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIX-CHAVE
               FILE STATUS IS WS-FS-FINIDX.

           SELECT ExtratoTrabalho ASSIGN TO
               "extrato_sla_trabalho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLT-CHAVE
               FILE STATUS IS WS-FS-TRABALHO.

           SELECT ExtratoFazenda ASSIGN TO DYNAMIC WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExtratoGeral ASSIGN TO DYNAMIC WS-NOME-GERAL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExtratoCsv ASSIGN TO DYNAMIC WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParametrosSla.
       01  ParametrosSlaRecord             PIC X(100).

       FD  ParametrosDisponibilidade.
       01  ParametrosDispRecord            PIC X(100).

       FD  ContratosFazendas.
           COPY CPCONTRT.

       FD  FinalIndexado.
           COPY CPFINIDX.

      *---------------------------------------------------------------
      * Apuracao de um contrato, gravada na ordem fazenda + estacao
      * para a quebra por fazenda na emissao dos extratos.
      *---------------------------------------------------------------
       FD  ExtratoTrabalho.
       01  ExtratoTrabalhoRecord.
           05  SLT-CHAVE.
               10  SLT-FAZENDA-ID           PIC X(10).
               10  SLT-ESTACAO-ID           PIC X(10).
           05  SLT-FAZENDA-NOME             PIC X(40).
           05  SLT-CONTRATO                 PIC X(20).
           05  SLT-DATA-INICIAL             PIC X(8).
           05  SLT-DATA-FINAL               PIC X(8).
           05  SLT-DIAS-APURADOS            PIC 9(2).
           05  SLT-LEITURAS                 PIC 9(7).
           05  SLT-LEITURAS-OK              PIC 9(7).
           05  SLT-LEITURAS-ESPERADAS       PIC 9(7).
           05  SLT-DISP-COMPROMISSO         PIC 9(3)V9(2).
           05  SLT-DISP-ATINGIDA            PIC 9(3)V9(2).
           05  SLT-OK-COMPROMISSO           PIC 9(3)V9(2).
           05  SLT-OK-ATINGIDO              PIC 9(3)V9(2).
           05  SLT-DIAS-DESCUMPRIMENTO      PIC 9(2).
           05  SLT-DIAS-SEM-LEITURA         PIC 9(2).
           05  SLT-TAXA-CREDITO             PIC 9(7)V9(2).
           05  SLT-CREDITO                  PIC 9(9)V9(2).

       FD  ExtratoFazenda.
       01  ExtratoFazendaRecord            PIC X(200).

       FD  ExtratoGeral.
       01  ExtratoGeralRecord              PIC X(200).

       FD  ExtratoCsv.
       01  ExtratoCsvRecord                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARQUIVOS.
           05  WS-FS-PARAMETROS             PIC XX.
           05  WS-FS-CONTRATOS              PIC XX.
           05  WS-FS-FINIDX                 PIC XX.
           05  WS-FS-TRABALHO               PIC XX.

       01  WS-FLAGS.
           05  EOF-CONTRATOS                PIC X VALUE 'N'.
               88  EOF-CONTRATOS-REACHED    VALUE 'Y'.
           05  EOF-INDEXADO                 PIC X VALUE 'N'.
               88  EOF-INDEXADO-REACHED     VALUE 'Y'.
           05  EOF-TRABALHO                 PIC X VALUE 'N'.
               88  EOF-TRABALHO-REACHED     VALUE 'Y'.
           05  WS-CONTRATO-APURAVEL-FLAG    PIC X VALUE 'N'.
               88  WS-CONTRATO-APURAVEL     VALUE 'Y'.

       01  WS-NOME-EXTRATO                  PIC X(100).
       01  WS-NOME-GERAL                    PIC X(100).
       01  WS-NOME-CSV                      PIC X(100).

       01  WS-LINHA-PARAMETROS              PIC X(100).
       01  WS-PRM-ANO-MES                   PIC X(6).
       01  WS-INTERVALO-MINUTOS             PIC 9(4) VALUE 60.
       01  WS-ESPERADAS-DIA                 PIC 9(4) VALUE 0.

       01  WS-DATA-HORA-ATUAL               PIC X(21).
       01  WS-DATA-HOJE                     PIC X(8).
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO                  PIC 9(4).
           05  WS-HOJE-MES                  PIC 9(2).
           05  WS-HOJE-DIA                  PIC 9(2).

      *---------------------------------------------------------------
      * Mes de referencia e seus limites. O ultimo dia sai da vespera
      * do dia 1 do mes seguinte, o que resolve fevereiro e os meses
      * de 30 dias sem tabela.
      *---------------------------------------------------------------
       01  WS-MES-REFERENCIA.
           05  WS-REF-ANO                   PIC 9(4).
           05  WS-REF-MES                   PIC 9(2).
       01  WS-REF-ANO-MES REDEFINES WS-MES-REFERENCIA PIC X(6).
       01  WS-DATA-INICIO-MES               PIC X(8).
       01  WS-DATA-FIM-MES                  PIC X(8).
       01  WS-DATA-FIM-MES-N                PIC 9(8).
       01  WS-DATA-AUX                      PIC 9(8).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-AUX-ANO                   PIC 9(4).
           05  WS-AUX-MES                   PIC 9(2).
           05  WS-AUX-DIA                   PIC 9(2).
       01  WS-DIA-JULIANO                   PIC 9(9) VALUE 0.

      *---------------------------------------------------------------
      * Apuracao da estacao corrente: leituras e leituras limpas por
      * dia do mes e a janela de dias (inicial..final) em que o
      * contrato vale.
      *---------------------------------------------------------------
       01  WS-APURACAO-DIAS.
           05  WS-DIA-APURACAO OCCURS 31 TIMES.
               10  WS-DIA-LEITURAS          PIC 9(5).
               10  WS-DIA-LEITURAS-OK       PIC 9(5).
       01  WS-DIA-INICIAL                   PIC 9(2) VALUE 0.
       01  WS-DIA-FINAL                     PIC 9(2) VALUE 0.
       01  WS-DIA-IDX                       PIC 9(2) VALUE 0.
       01  WS-DATA-INICIAL-CTR              PIC X(8).
       01  WS-DATA-FINAL-CTR                PIC X(8).
       01  WS-TS-ANTERIOR                   PIC X(14).
       01  WS-PERC-DIA                      PIC 9(5)V9(2) VALUE 0.
       01  WS-PERC-OK-DIA                   PIC 9(3)V9(2) VALUE 0.
       01  WS-PERC-MES                      PIC 9(5)V9(2) VALUE 0.

       01  WS-CONTADORES.
           05  WS-CONTRATOS-LIDOS           PIC 9(7) VALUE 0.
           05  WS-CONTRATOS-APURADOS        PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      * Totais da fazenda corrente e da rede.
      *---------------------------------------------------------------
       01  WS-FAZENDA-ANTERIOR              PIC X(10) VALUE SPACES.
       01  WS-TOTAIS-FAZENDA.
           05  WS-TFZ-ESTACOES              PIC 9(5) VALUE 0.
           05  WS-TFZ-DIAS-DESCUMPRIMENTO   PIC 9(7) VALUE 0.
           05  WS-TFZ-CREDITO               PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-FAZENDAS              PIC 9(5) VALUE 0.
           05  WS-TGE-ESTACOES              PIC 9(5) VALUE 0.
           05  WS-TGE-DIAS-DESCUMPRIMENTO   PIC 9(7) VALUE 0.
           05  WS-TGE-CREDITO               PIC 9(11)V9(2) VALUE 0.

       01  WS-EDIT-9                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PERC                     PIC ZZ9.99.
       01  WS-EDIT-PERC-B                   PIC ZZ9.99.
       01  WS-EDIT-VALOR                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CSV-PERC-1                    PIC ZZ9.99.
       01  WS-CSV-PERC-2                    PIC ZZ9.99.
       01  WS-CSV-PERC-3                    PIC ZZ9.99.
       01  WS-CSV-PERC-4                    PIC ZZ9.99.
       01  WS-CSV-TAXA                      PIC Z(6)9.99.
       01  WS-CSV-CREDITO                   PIC Z(8)9.99.
       01  WS-CSV-DIAS-1                    PIC Z9.
       01  WS-CSV-DIAS-2                    PIC Z9.
       01  WS-CSV-DIAS-3                    PIC Z9.
       01  WS-LINHA-SAIDA                   PIC X(200).
       01  WS-LINHA-CSV                     PIC X(300).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-PARAMETROS
           PERFORM CALCULAR-LIMITES-MES
           PERFORM ABRIR-ARQUIVOS
           PERFORM APURAR-CONTRATO UNTIL EOF-CONTRATOS-REACHED
           PERFORM EMITIR-EXTRATOS
           PERFORM FINALIZAR
           DISPLAY "Extrato de nivel de servico gerado: "
               FUNCTION TRIM(WS-NOME-GERAL)
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
           END-IF.

       CARREGAR-PARAMETROS.
           OPEN INPUT ParametrosSla
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosSla INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PRM-ANO-MES
                       UNSTRING WS-LINHA-PARAMETROS DELIMITED BY ';'
                           INTO WS-PRM-ANO-MES
                       IF WS-PRM-ANO-MES NOT = SPACES
                           IF WS-PRM-ANO-MES IS NUMERIC AND
                              WS-PRM-ANO-MES(5:2) >= "01" AND
                              WS-PRM-ANO-MES(5:2) <= "12"
                               MOVE WS-PRM-ANO-MES TO WS-REF-ANO-MES
                           ELSE
                               DISPLAY "AnoMes invalido em "
                                   "parametros_sla.csv ("
                                   WS-PRM-ANO-MES
                                   "), usado o mes anterior."
                           END-IF
                       END-IF
               END-READ
               CLOSE ParametrosSla
           END-IF
           OPEN INPUT ParametrosDisponibilidade
           IF WS-FS-PARAMETROS = "00"
               READ ParametrosDisponibilidade INTO WS-LINHA-PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-LINHA-PARAMETROS) = 0
                          AND FUNCTION NUMVAL(WS-LINHA-PARAMETROS) > 0
                           COMPUTE WS-INTERVALO-MINUTOS =
                               FUNCTION NUMVAL(WS-LINHA-PARAMETROS)
                       END-IF
               END-READ
               CLOSE ParametrosDisponibilidade
           END-IF
           COMPUTE WS-ESPERADAS-DIA = 1440 / WS-INTERVALO-MINUTOS
           IF WS-ESPERADAS-DIA = 0
               MOVE 1 TO WS-ESPERADAS-DIA
           END-IF.

       CALCULAR-LIMITES-MES.
           MOVE SPACES TO WS-DATA-INICIO-MES
           STRING WS-REF-ANO-MES DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO WS-DATA-INICIO-MES
           MOVE WS-REF-ANO TO WS-AUX-ANO
           MOVE WS-REF-MES TO WS-AUX-MES
           MOVE 1 TO WS-AUX-DIA
           IF WS-AUX-MES = 12
               ADD 1 TO WS-AUX-ANO
               MOVE 1 TO WS-AUX-MES
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF
           COMPUTE WS-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
           COMPUTE WS-DATA-FIM-MES-N =
               FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO - 1)
           MOVE WS-DATA-FIM-MES-N TO WS-DATA-FIM-MES
           MOVE SPACES TO WS-NOME-GERAL WS-NOME-CSV
           STRING "extrato_sla_" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOME-GERAL
           STRING "extrato_sla_" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOME-CSV.

       ABRIR-ARQUIVOS.
           OPEN INPUT ContratosFazendas
           IF WS-FS-CONTRATOS NOT = "00"
               DISPLAY "Nao foi possivel abrir contratos_fazendas.dat "
                   "(status " WS-FS-CONTRATOS "), extrato nao emitido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Sem o indexado toda a vigencia sairia como dia sem leitura
      *    e o extrato cobraria credito que nao e devido.
           OPEN INPUT FinalIndexado
           IF WS-FS-FINIDX NOT = "00"
               DISPLAY "Nao foi possivel abrir final_indexado.dat "
                   "(status " WS-FS-FINIDX "), extrato nao emitido."
               CLOSE ContratosFazendas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ExtratoTrabalho
           CLOSE ExtratoTrabalho
           OPEN I-O ExtratoTrabalho
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "extrato_sla_trabalho.dat (status "
                   WS-FS-TRABALHO "), extrato nao emitido."
               CLOSE ContratosFazendas
               CLOSE FinalIndexado
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Um contrato por vez, na ordem de EstacaoID do cadastro.
      *---------------------------------------------------------------
       APURAR-CONTRATO.
           READ ContratosFazendas NEXT
               AT END MOVE 'Y' TO EOF-CONTRATOS
               NOT AT END
                   ADD 1 TO WS-CONTRATOS-LIDOS
                   PERFORM DEFINIR-JANELA-CONTRATO
                   IF WS-CONTRATO-APURAVEL
                       PERFORM CONTAR-LEITURAS-ESTACAO
                       PERFORM TOTALIZAR-CONTRATO
                       ADD 1 TO WS-CONTRATOS-APURADOS
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * Vigencia do contrato recortada ao mes (e, no mes corrente,
      * ate a vespera). Contrato encerrado sem DataFim nao e mais
      * apurado; com DataFim vale ate ela.
      *---------------------------------------------------------------
       DEFINIR-JANELA-CONTRATO.
           MOVE 'Y' TO WS-CONTRATO-APURAVEL-FLAG
           IF CTR-ENCERRADO AND CTR-DATA-FIM = SPACES
               MOVE 'N' TO WS-CONTRATO-APURAVEL-FLAG
           END-IF
           MOVE WS-DATA-INICIO-MES TO WS-DATA-INICIAL-CTR
           IF CTR-DATA-INICIO > WS-DATA-INICIAL-CTR
               MOVE CTR-DATA-INICIO TO WS-DATA-INICIAL-CTR
           END-IF
           MOVE WS-DATA-FIM-MES TO WS-DATA-FINAL-CTR
           IF CTR-DATA-FIM NOT = SPACES AND
              CTR-DATA-FIM < WS-DATA-FINAL-CTR
               MOVE CTR-DATA-FIM TO WS-DATA-FINAL-CTR
           END-IF
           IF WS-DATA-HOJE <= WS-DATA-FINAL-CTR
               MOVE WS-DATA-HOJE TO WS-DATA-AUX
               COMPUTE WS-DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
               COMPUTE WS-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-JULIANO - 1)
               MOVE WS-DATA-AUX TO WS-DATA-FINAL-CTR
           END-IF
           IF WS-DATA-INICIAL-CTR > WS-DATA-FINAL-CTR
               MOVE 'N' TO WS-CONTRATO-APURAVEL-FLAG
           END-IF
           IF WS-CONTRATO-APURAVEL
               MOVE WS-DATA-INICIAL-CTR(7:2) TO WS-DIA-INICIAL
               MOVE WS-DATA-FINAL-CTR(7:2) TO WS-DIA-FINAL
           END-IF.

      *---------------------------------------------------------------
      * Mesmo START por FIX-CHAVE da extracao: estacao + primeiro dia
      * do mes. Horizontes adicionais da mesma DataHora sao pulados
      * para que cada leitura conte uma vez.
      *---------------------------------------------------------------
       CONTAR-LEITURAS-ESTACAO.
           INITIALIZE WS-APURACAO-DIAS
           MOVE SPACES TO WS-TS-ANTERIOR
           MOVE 'N' TO EOF-INDEXADO
           MOVE SPACES TO FIX-CHAVE
           MOVE CTR-ESTACAO-ID TO FIX-STATION-ID
           MOVE WS-DATA-INICIO-MES TO FIX-TIMESTAMP(1:8)
           START FinalIndexado KEY >= FIX-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-INDEXADO
           END-START
           PERFORM UNTIL EOF-INDEXADO-REACHED
               READ FinalIndexado NEXT
                   AT END MOVE 'Y' TO EOF-INDEXADO
                   NOT AT END
                       IF FIX-STATION-ID NOT = CTR-ESTACAO-ID OR
                          FIX-TIMESTAMP(1:8) > WS-DATA-FIM-MES
                           MOVE 'Y' TO EOF-INDEXADO
                       ELSE
                           IF FIX-TIMESTAMP NOT = WS-TS-ANTERIOR
                               MOVE FIX-TIMESTAMP TO WS-TS-ANTERIOR
                               PERFORM CONTAR-LEITURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-LEITURA.
           IF FIX-TIMESTAMP(7:2) IS NUMERIC
               MOVE FIX-TIMESTAMP(7:2) TO WS-DIA-IDX
               IF WS-DIA-IDX >= 1 AND WS-DIA-IDX <= 31
                   ADD 1 TO WS-DIA-LEITURAS(WS-DIA-IDX)
                   IF FIX-FLAG-QUALIDADE = "OK" OR
                      FIX-FLAG-QUALIDADE = "AJUSTADO_CALIBRACAO"
                       ADD 1 TO WS-DIA-LEITURAS-OK(WS-DIA-IDX)
                   END-IF
               END-IF
           END-IF.

       TOTALIZAR-CONTRATO.
           MOVE SPACES TO ExtratoTrabalhoRecord
           MOVE CTR-FAZENDA-ID TO SLT-FAZENDA-ID
           MOVE CTR-ESTACAO-ID TO SLT-ESTACAO-ID
           MOVE CTR-FAZENDA-NOME TO SLT-FAZENDA-NOME
           MOVE CTR-CONTRATO TO SLT-CONTRATO
           MOVE WS-DATA-INICIAL-CTR TO SLT-DATA-INICIAL
           MOVE WS-DATA-FINAL-CTR TO SLT-DATA-FINAL
           MOVE CTR-DISPONIBILIDADE-PCT TO SLT-DISP-COMPROMISSO
           MOVE CTR-LEITURAS-OK-PCT TO SLT-OK-COMPROMISSO
           MOVE CTR-TAXA-CREDITO TO SLT-TAXA-CREDITO
           MOVE 0 TO SLT-DIAS-APURADOS SLT-LEITURAS SLT-LEITURAS-OK
                     SLT-DIAS-DESCUMPRIMENTO SLT-DIAS-SEM-LEITURA
           PERFORM AVALIAR-DIA
               VARYING WS-DIA-IDX FROM WS-DIA-INICIAL BY 1
               UNTIL WS-DIA-IDX > WS-DIA-FINAL
           COMPUTE SLT-LEITURAS-ESPERADAS =
               SLT-DIAS-APURADOS * WS-ESPERADAS-DIA
           COMPUTE WS-PERC-MES ROUNDED =
               SLT-LEITURAS * 100 / SLT-LEITURAS-ESPERADAS
               ON SIZE ERROR MOVE 100 TO WS-PERC-MES
           END-COMPUTE
           IF WS-PERC-MES > 100
               MOVE 100 TO WS-PERC-MES
           END-IF
           MOVE WS-PERC-MES TO SLT-DISP-ATINGIDA
           IF SLT-LEITURAS > 0
               COMPUTE SLT-OK-ATINGIDO ROUNDED =
                   SLT-LEITURAS-OK * 100 / SLT-LEITURAS
           ELSE
               MOVE 0 TO SLT-OK-ATINGIDO
           END-IF
           COMPUTE SLT-CREDITO =
               SLT-DIAS-DESCUMPRIMENTO * SLT-TAXA-CREDITO
      *    Estacao sem apuracao sairia do extrato sem aviso e a
      *    fazenda deixaria de receber o credito devido.
           WRITE ExtratoTrabalhoRecord
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY "Falha ao gravar apuracao da estacao "
                   CTR-ESTACAO-ID " (status " WS-FS-TRABALHO
                   "), extrato nao emitido."
               CLOSE ContratosFazendas
               CLOSE FinalIndexado
               CLOSE ExtratoTrabalho
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * Um dia da vigencia: disponibilidade limitada a 100% e
      * participacao de leituras limpas contra os compromissos.
      *---------------------------------------------------------------
       AVALIAR-DIA.
           ADD 1 TO SLT-DIAS-APURADOS
           ADD WS-DIA-LEITURAS(WS-DIA-IDX) TO SLT-LEITURAS
           ADD WS-DIA-LEITURAS-OK(WS-DIA-IDX) TO SLT-LEITURAS-OK
           COMPUTE WS-PERC-DIA ROUNDED =
               WS-DIA-LEITURAS(WS-DIA-IDX) * 100 / WS-ESPERADAS-DIA
               ON SIZE ERROR MOVE 100 TO WS-PERC-DIA
           END-COMPUTE
           IF WS-PERC-DIA > 100
               MOVE 100 TO WS-PERC-DIA
           END-IF
           IF WS-DIA-LEITURAS(WS-DIA-IDX) > 0
               COMPUTE WS-PERC-OK-DIA ROUNDED =
                   WS-DIA-LEITURAS-OK(WS-DIA-IDX) * 100
                       / WS-DIA-LEITURAS(WS-DIA-IDX)
           ELSE
               MOVE 0 TO WS-PERC-OK-DIA
               ADD 1 TO SLT-DIAS-SEM-LEITURA
           END-IF
           IF WS-PERC-DIA < SLT-DISP-COMPROMISSO OR
              WS-PERC-OK-DIA < SLT-OK-COMPROMISSO OR
              WS-DIA-LEITURAS(WS-DIA-IDX) = 0
               ADD 1 TO SLT-DIAS-DESCUMPRIMENTO
           END-IF.

      *---------------------------------------------------------------
      * Percorre o trabalho na ordem fazenda + estacao, com quebra por
      * fazenda: cada fazenda abre o seu arquivo de extrato, e toda
      * linha vai tambem para o consolidado.
      *---------------------------------------------------------------
       EMITIR-EXTRATOS.
           OPEN OUTPUT ExtratoGeral
           OPEN OUTPUT ExtratoCsv
           MOVE SPACES TO WS-LINHA-CSV
           STRING "AnoMes;FazendaID;NomeFazenda;Contrato;EstacaoID;"
                  "DataInicial;DataFinal;DiasApurados;"
                  "DisponibilidadeCompromisso;DisponibilidadeAtingida;"
                  "LeiturasOkCompromisso;LeiturasOkAtingido;"
                  "DiasDescumprimento;DiasSemLeitura;TaxaCredito;"
                  "CreditoDevido"
                  DELIMITED BY SIZE INTO WS-LINHA-CSV
           WRITE ExtratoCsvRecord FROM WS-LINHA-CSV
           MOVE LOW-VALUES TO SLT-CHAVE
           START ExtratoTrabalho KEY >= SLT-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-TRABALHO
           END-START
           PERFORM UNTIL EOF-TRABALHO-REACHED
               READ ExtratoTrabalho NEXT
                   AT END MOVE 'Y' TO EOF-TRABALHO
                   NOT AT END
                       IF SLT-FAZENDA-ID NOT = WS-FAZENDA-ANTERIOR
                           IF WS-FAZENDA-ANTERIOR NOT = SPACES
                               PERFORM FECHAR-FAZENDA
                           END-IF
                           PERFORM ABRIR-FAZENDA
                       END-IF
                       PERFORM EMITIR-ESTACAO
                       PERFORM GRAVAR-LINHA-CSV
               END-READ
           END-PERFORM
           IF WS-FAZENDA-ANTERIOR NOT = SPACES
               PERFORM FECHAR-FAZENDA
           END-IF
           PERFORM EMITIR-TOTAIS-GERAIS
           CLOSE ExtratoGeral
           CLOSE ExtratoCsv.

       ABRIR-FAZENDA.
           MOVE SLT-FAZENDA-ID TO WS-FAZENDA-ANTERIOR
           INITIALIZE WS-TOTAIS-FAZENDA
           ADD 1 TO WS-TGE-FAZENDAS
           MOVE SPACES TO WS-NOME-EXTRATO
           STRING "extrato_sla_" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-FAZENDA-ID) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOME-EXTRATO
           OPEN OUTPUT ExtratoFazenda
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "==============================================="
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "EXTRATO DE NIVEL DE SERVICO - " DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-FAZENDA-NOME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-FAZENDA-ID) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Mes de referencia: " DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  "   Gerado em: " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO.

       EMITIR-ESTACAO.
           ADD 1 TO WS-TFZ-ESTACOES
           ADD 1 TO WS-TGE-ESTACOES
           ADD SLT-DIAS-DESCUMPRIMENTO TO WS-TFZ-DIAS-DESCUMPRIMENTO
           ADD SLT-DIAS-DESCUMPRIMENTO TO WS-TGE-DIAS-DESCUMPRIMENTO
           ADD SLT-CREDITO TO WS-TFZ-CREDITO
           ADD SLT-CREDITO TO WS-TGE-CREDITO
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "--- Estacao " DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-ESTACAO-ID) DELIMITED BY SIZE
                  " - contrato " DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-CONTRATO) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-DIAS-APURADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Periodo apurado: " DELIMITED BY SIZE
                  SLT-DATA-INICIAL DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  SLT-DATA-FINAL DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  " dias)" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-DISP-ATINGIDA TO WS-EDIT-PERC
           MOVE SLT-DISP-COMPROMISSO TO WS-EDIT-PERC-B
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Disponibilidade atingida / compromisso: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PERC) DELIMITED BY SIZE
                  "% / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PERC-B) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-OK-ATINGIDO TO WS-EDIT-PERC
           MOVE SLT-OK-COMPROMISSO TO WS-EDIT-PERC-B
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Leituras limpas atingido / compromisso: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PERC) DELIMITED BY SIZE
                  "% / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PERC-B) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-DIAS-DESCUMPRIMENTO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Dias em descumprimento: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-DIAS-SEM-LEITURA TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Dias sem leitura: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-TAXA-CREDITO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Taxa de credito por dia: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SLT-CREDITO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Credito devido: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO.

       FECHAR-FAZENDA.
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE WS-TFZ-ESTACOES TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "Total da fazenda - estacoes: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE WS-TFZ-DIAS-DESCUMPRIMENTO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Dias em descumprimento: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE WS-TFZ-CREDITO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Credito devido no mes: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA-EXTRATO
           CLOSE ExtratoFazenda.

       EMITIR-TOTAIS-GERAIS.
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "==============================================="
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "TOTAIS DA REDE - mes " DELIMITED BY SIZE
                  WS-REF-ANO-MES DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE WS-CONTRATOS-LIDOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Contratos cadastrados: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE WS-CONTRATOS-APURADOS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Contratos apurados no mes: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-FAZENDAS TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Fazendas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-DIAS-DESCUMPRIMENTO TO WS-EDIT-9
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Dias em descumprimento: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-9) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA
           MOVE WS-TGE-CREDITO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINHA-SAIDA
           STRING "  Credito devido total: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-VALOR) DELIMITED BY SIZE
                  INTO WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA.

       GRAVAR-LINHA-CSV.
           MOVE SLT-DISP-COMPROMISSO TO WS-CSV-PERC-1
           MOVE SLT-DISP-ATINGIDA TO WS-CSV-PERC-2
           MOVE SLT-OK-COMPROMISSO TO WS-CSV-PERC-3
           MOVE SLT-OK-ATINGIDO TO WS-CSV-PERC-4
           MOVE SLT-TAXA-CREDITO TO WS-CSV-TAXA
           MOVE SLT-CREDITO TO WS-CSV-CREDITO
           MOVE SLT-DIAS-APURADOS TO WS-CSV-DIAS-1
           MOVE SLT-DIAS-DESCUMPRIMENTO TO WS-CSV-DIAS-2
           MOVE SLT-DIAS-SEM-LEITURA TO WS-CSV-DIAS-3
           MOVE SPACES TO WS-LINHA-CSV
           STRING WS-REF-ANO-MES DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-FAZENDA-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-FAZENDA-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-CONTRATO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(SLT-ESTACAO-ID) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SLT-DATA-INICIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SLT-DATA-FINAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DIAS-1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PERC-1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PERC-2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PERC-3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PERC-4) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DIAS-2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DIAS-3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TAXA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CREDITO) DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           WRITE ExtratoCsvRecord FROM WS-LINHA-CSV.

       GRAVAR-LINHA-EXTRATO.
           WRITE ExtratoFazendaRecord FROM WS-LINHA-SAIDA
           WRITE ExtratoGeralRecord FROM WS-LINHA-SAIDA.

       FINALIZAR.
           CLOSE ContratosFazendas
           CLOSE FinalIndexado
           CLOSE ExtratoTrabalho.
