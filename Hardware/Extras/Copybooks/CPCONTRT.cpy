      *================================================================
      * CPCONTRT - registro do cadastro de contratos com as fazendas
      * hospedeiras (contratos_fazendas.dat, indexado por EstacaoID).
      * Cada estacao hospedada tem no maximo um contrato vigente, que
      * a liga a fazenda que a abriga e fixa o nivel de servico
      * prometido: disponibilidade minima do dia (percentual das
      * leituras esperadas pela cadencia) e participacao minima de
      * leituras limpas (flag de qualidade OK ou AJUSTADO_CALIBRACAO,
      * sem SUSPEITO-*, ESTIMADO ou CALIBRACAO_VENCIDA, ajustada ou
      * nao). A taxa de credito e o valor
      * devido a fazenda por dia de descumprimento dentro do mes.
      * Datas de vigencia em AAAAMMDD; fim em branco = sem termino.
      * Mantido por ManutencaoContratos; lido por ExtratoSlaFazendas.
      *================================================================
       01  ContratoFazendaRecord.
           05  CTR-ESTACAO-ID               PIC X(10).
           05  CTR-FAZENDA-ID               PIC X(10).
           05  CTR-FAZENDA-NOME             PIC X(40).
           05  CTR-CONTRATO                 PIC X(20).
           05  CTR-DISPONIBILIDADE-PCT      PIC 9(3)V9(2).
           05  CTR-LEITURAS-OK-PCT          PIC 9(3)V9(2).
           05  CTR-TAXA-CREDITO             PIC 9(7)V9(2).
           05  CTR-DATA-INICIO              PIC X(8).
           05  CTR-DATA-FIM                 PIC X(8).
           05  CTR-SITUACAO                 PIC X.
               88  CTR-ATIVO                VALUE 'A'.
               88  CTR-ENCERRADO            VALUE 'E'.
