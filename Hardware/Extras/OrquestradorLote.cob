      *
      *   - le a tabela de passos cadeia_passos.csv
      *       Passo;Comando;Predecessor;AcaoErro     (PARAR/CONTINUAR)
      *     (sem o arquivo, vale a cadeia padrao de
      *     MONTAR-CADEIA-PADRAO: REENVIO -> VERIFICADOR ->
      *     INTEGRACAO -> RESUMODIARIO -> BALANCOHIDRICO ->
      *     RISCODOENCAS -> VARIANCIA -> PREVCORRIGIDA ->
      *     DISPONIBILIDADE -> AJUSTECALIBRACAO -> AUDITORIA);
      *   - registra inicio, fim e RETURN-CODE de cada passo no
      *     indexado controle_execucao.dat (chave data + passo, ver
      *     CPRUNCTL);
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Cadeia padrao. O reenvio de rejeitos corrigidos abre a cadeia
      * para que o par REENVIO de estacoes_controle.csv ja esteja
      * montado quando o verificador e a integracao o lerem; falha
      * nele nao segura o lote do dia. O risco de doencas acrescenta
      * seus disparos a alertas.csv, que a integracao recria a cada
      * execucao: por isso vem depois dela. O ajuste de deriva de
      * calibracao roda depois de tudo que le o indexado do dia e
      * antes da auditoria, que confere as versoes que ele grava. A
      * auditoria de integridade fecha a cadeia: com excecao ela sai
      * com RC 8 e o passo consta como falho, mas nao ha mais nada a
      * segurar depois dela.
      *---------------------------------------------------------------
       MONTAR-CADEIA-PADRAO.
           MOVE 11 TO WS-PAS-QTD
           MOVE "REENVIO" TO WS-PAS-NOME(1)
           MOVE "./ReenvioRejeitos" TO WS-PAS-COMANDO(1)
           MOVE SPACES TO WS-PAS-PREDECESSOR(1)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(1)
           MOVE "VERIFICADOR" TO WS-PAS-NOME(2)
           MOVE "./VerificadorSequencia" TO WS-PAS-COMANDO(2)
           MOVE SPACES TO WS-PAS-PREDECESSOR(2)
           MOVE "PARAR" TO WS-PAS-ACAO-ERRO(2)
           MOVE "INTEGRACAO" TO WS-PAS-NOME(3)
           MOVE "./IntegracaoMeteorologica" TO WS-PAS-COMANDO(3)
           MOVE "VERIFICADOR" TO WS-PAS-PREDECESSOR(3)
           MOVE "PARAR" TO WS-PAS-ACAO-ERRO(3)
           MOVE "RESUMODIARIO" TO WS-PAS-NOME(4)
           MOVE "./ResumoDiario" TO WS-PAS-COMANDO(4)
           MOVE "INTEGRACAO" TO WS-PAS-PREDECESSOR(4)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(4)
           MOVE "BALANCOHIDRICO" TO WS-PAS-NOME(5)
           MOVE "./BalancoHidrico" TO WS-PAS-COMANDO(5)
           MOVE "RESUMODIARIO" TO WS-PAS-PREDECESSOR(5)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(5)
           MOVE "RISCODOENCAS" TO WS-PAS-NOME(6)
           MOVE "./RiscoDoencas" TO WS-PAS-COMANDO(6)
           MOVE "INTEGRACAO" TO WS-PAS-PREDECESSOR(6)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(6)
           MOVE "VARIANCIA" TO WS-PAS-NOME(7)
           MOVE "./RelatorioVariancia" TO WS-PAS-COMANDO(7)
           MOVE "INTEGRACAO" TO WS-PAS-PREDECESSOR(7)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(7)
           MOVE "PREVCORRIGIDA" TO WS-PAS-NOME(8)
           MOVE "./PrevisaoCorrigida" TO WS-PAS-COMANDO(8)
           MOVE "VARIANCIA" TO WS-PAS-PREDECESSOR(8)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(8)
           MOVE "DISPONIBILIDADE" TO WS-PAS-NOME(9)
           MOVE "./RelatorioDisponibilidade" TO WS-PAS-COMANDO(9)
           MOVE "VERIFICADOR" TO WS-PAS-PREDECESSOR(9)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(9)
           MOVE "AJUSTECALIBRACAO" TO WS-PAS-NOME(10)
           MOVE "./AjusteCalibracao" TO WS-PAS-COMANDO(10)
           MOVE "INTEGRACAO" TO WS-PAS-PREDECESSOR(10)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(10)
           MOVE "AUDITORIA" TO WS-PAS-NOME(11)
           MOVE "./AuditoriaIntegridade" TO WS-PAS-COMANDO(11)
           MOVE "INTEGRACAO" TO WS-PAS-PREDECESSOR(11)
           MOVE "CONTINUAR" TO WS-PAS-ACAO-ERRO(11)
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-PAS-QTD
               MOVE "PENDENTE" TO WS-PAS-SITUACAO(WS-PAS-IDX)
