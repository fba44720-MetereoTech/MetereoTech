      *================================================================
      * CPBALHID - registro do balanco hidrico do solo
      * (balanco_hidrico.dat, indexado por EstacaoID + Data).
      * Uma linha por estacao e dia com a evapotranspiracao de
      * referencia (ET0, Hargreaves), o coeficiente de cultura
      * aplicado, a evapotranspiracao da cultura (ETc), a umidade do
      * solo observada no dia e o deficit de agua acumulado na zona
      * radicular em mm (0 = capacidade de campo). E o registro do
      * dia anterior que da continuidade ao balanco de uma execucao
      * para a seguinte.
      * Origem do deficit: C calculado pelo balanco, S reancorado pela
      * leitura de umidade do solo (chuva ou irrigacao que o balanco
      * nao enxerga), I inicio do balanco na capacidade de campo.
      * Mantido por BalancoHidrico.
      *================================================================
       01  BalancoHidricoRecord.
           05  BHD-CHAVE.
               10  BHD-ESTACAO-ID           PIC X(10).
               10  BHD-DATA                 PIC X(8).
           05  BHD-CULTURA                  PIC X(20).
           05  BHD-ESTAGIO                  PIC X(20).
           05  BHD-KC                       PIC 9V9(2).
           05  BHD-ET0                      PIC 9(3)V9(2).
           05  BHD-ETC                      PIC 9(3)V9(2).
           05  BHD-UMIDADE-SOLO             PIC S9(3)V9(2).
           05  BHD-UMIDADE-LIDA-FLAG        PIC X.
               88  BHD-UMIDADE-LIDA         VALUE 'S'.
           05  BHD-AGUA-DISPONIVEL          PIC 9(4)V9(2).
           05  BHD-DEFICIT                  PIC 9(4)V9(2).
           05  BHD-LAMINA-SUGERIDA          PIC 9(4)V9(2).
           05  BHD-ORIGEM                   PIC X.
               88  BHD-ORIGEM-CALCULADO     VALUE 'C'.
               88  BHD-ORIGEM-SENSOR        VALUE 'S'.
               88  BHD-ORIGEM-INICIO        VALUE 'I'.
           05  BHD-MOMENTO                  PIC X(14).
