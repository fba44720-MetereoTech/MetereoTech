      *================================================================
      * CPRISDOE - registro do risco de doencas fungicas
      * (risco_doencas.dat, indexado por EstacaoID + Doenca + Data).
      * Uma linha por estacao, doenca do perfil e dia com as horas de
      * molhamento foliar estimadas (leituras com UmidadeAr acima do
      * limiar do perfil), as horas favoraveis (molhamento dentro da
      * faixa de temperatura), o indice de infeccao do dia (horas de
      * sequencias que atingiram as horas necessarias, divididas por
      * elas) e o indice acumulado, que carrega o do ultimo dia
      * gravado multiplicado pelo fator de persistencia a cada dia
      * decorrido. E o registro anterior que da continuidade ao
      * acumulado de uma execucao para a seguinte.
      * Classe: BAIXO, MEDIO ou ALTO pelos limiares do perfil.
      * Mantido por RiscoDoencas.
      *================================================================
       01  RiscoDoencaRecord.
           05  RDO-CHAVE.
               10  RDO-ESTACAO-ID           PIC X(10).
               10  RDO-DOENCA               PIC X(20).
               10  RDO-DATA                 PIC X(8).
           05  RDO-CULTURA                  PIC X(20).
           05  RDO-HORAS-MOLHAMENTO         PIC 9(3)V9(2).
           05  RDO-HORAS-FAVORAVEIS         PIC 9(3)V9(2).
           05  RDO-INDICE-DIA               PIC 9(3)V9(4).
           05  RDO-INDICE-ACUMULADO         PIC 9(5)V9(4).
           05  RDO-CLASSE                   PIC X(5).
               88  RDO-CLASSE-BAIXO         VALUE "BAIXO".
               88  RDO-CLASSE-MEDIO         VALUE "MEDIO".
               88  RDO-CLASSE-ALTO          VALUE "ALTO".
           05  RDO-MOMENTO                  PIC X(14).
