      *================================================================
      * CPESTVPR - consulta da configuracao de estacao vigente numa
      * data, sobre o historico estacoes_historico.dat (a parte de
      * procedimento de CPESTVIG; os dados estao la). Incluido com
      * COPY na PROCEDURE DIVISION de todo programa que precisa da
      * estacao como ela era na data da leitura.
      * Requer no programa hospedeiro: o SELECT OPTIONAL/FD de
      * EstacoesHistorico (ORGANIZATION INDEXED, ACCESS DYNAMIC,
      * RECORD KEY EST-HIS-CHAVE, registro de CPESTHIS), o campo de
      * status WS-FS-HISTORICO-EST e a COPY CPESTVIG na
      * WORKING-STORAGE SECTION.
      *================================================================
      *---------------------------------------------------------------
      * Sem o historico (instalacao que ainda nao rodou a manutencao
      * do cadastro com vigencia), toda consulta devolve S e o
      * programa segue com o cadastro mestre corrente.
      *---------------------------------------------------------------
       ABRIR-HISTORICO-ESTACOES.
           MOVE 'N' TO WS-VIG-HISTORICO-FLAG
           MOVE SPACES TO WS-VIG-CACHE-ID
           OPEN INPUT EstacoesHistorico
           IF WS-FS-HISTORICO-EST = "00"
               MOVE 'Y' TO WS-VIG-HISTORICO-FLAG
           ELSE
               CLOSE EstacoesHistorico
           END-IF.

       FECHAR-HISTORICO-ESTACOES.
           IF WS-VIG-HISTORICO-DISPONIVEL
               CLOSE EstacoesHistorico
               MOVE 'N' TO WS-VIG-HISTORICO-FLAG
           END-IF.

       CONSULTAR-VIGENCIA-ESTACAO.
           IF NOT WS-VIG-HISTORICO-DISPONIVEL
               SET WS-VIG-SEM-HISTORICO TO TRUE
           ELSE
               IF WS-VIG-ESTACAO-ID = WS-VIG-CACHE-ID AND
                  (WS-VIG-CACHE-RESULTADO = 'S' OR
                   (WS-VIG-CACHE-RESULTADO = 'E' AND
                    WS-VIG-DATA >= WS-VIG-INICIO AND
                    WS-VIG-DATA <= WS-VIG-FIM))
                   MOVE WS-VIG-CACHE-RESULTADO TO WS-VIG-RESULTADO
               ELSE
                   PERFORM LER-VIGENCIA-ESTACAO
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Percorre as versoes da estacao em ordem de inicio de
      * vigencia ate a primeira que comeca depois da data; as
      * vigencias nao se sobrepoem, entao a versao que cobre a data,
      * se houver, e unica.
      *---------------------------------------------------------------
       LER-VIGENCIA-ESTACAO.
           SET WS-VIG-SEM-HISTORICO TO TRUE
           MOVE 'N' TO WS-VIG-FIM-ESTACAO-FLAG
           MOVE WS-VIG-ESTACAO-ID TO EST-HIS-ID
           MOVE LOW-VALUES TO EST-HIS-VIGENCIA-INICIO
           START EstacoesHistorico KEY >= EST-HIS-CHAVE
               INVALID KEY SET WS-VIG-FIM-ESTACAO TO TRUE
           END-START
           PERFORM UNTIL WS-VIG-FIM-ESTACAO
               READ EstacoesHistorico NEXT
                   AT END SET WS-VIG-FIM-ESTACAO TO TRUE
                   NOT AT END
                       IF EST-HIS-ID NOT = WS-VIG-ESTACAO-ID
                           SET WS-VIG-FIM-ESTACAO TO TRUE
                       ELSE
                           IF NOT WS-VIG-ENCONTRADA
                               SET WS-VIG-FORA-DE-VIGENCIA TO TRUE
                           END-IF
                           IF EST-HIS-VIGENCIA-INICIO > WS-VIG-DATA
                               SET WS-VIG-FIM-ESTACAO TO TRUE
                           ELSE
                               IF EST-HIS-VIGENCIA-FIM >= WS-VIG-DATA
                                   PERFORM GUARDAR-VERSAO-VIGENTE
                                   SET WS-VIG-FIM-ESTACAO TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-VIG-ESTACAO-ID TO WS-VIG-CACHE-ID
           MOVE WS-VIG-RESULTADO TO WS-VIG-CACHE-RESULTADO.

       GUARDAR-VERSAO-VIGENTE.
           SET WS-VIG-ENCONTRADA TO TRUE
           MOVE EST-HIS-VIGENCIA-INICIO TO WS-VIG-INICIO
           MOVE EST-HIS-VIGENCIA-FIM TO WS-VIG-FIM
           MOVE EST-HIS-NOME TO WS-VIG-NOME
           MOVE EST-HIS-MUNICIPIO TO WS-VIG-MUNICIPIO
           MOVE EST-HIS-LATITUDE TO WS-VIG-LATITUDE
           MOVE EST-HIS-LONGITUDE TO WS-VIG-LONGITUDE
           MOVE EST-HIS-ALTITUDE TO WS-VIG-ALTITUDE
           MOVE EST-HIS-SENSORES TO WS-VIG-SENSORES
           MOVE EST-HIS-DATA-INSTALACAO TO WS-VIG-DATA-INSTALACAO
           MOVE EST-HIS-SITUACAO TO WS-VIG-SITUACAO.
