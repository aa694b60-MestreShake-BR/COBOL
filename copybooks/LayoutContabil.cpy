      *   311 = mensalidades faturadas
      *   411 = recebimentos via banco
      *   412 = recebimentos no caixa
      *   413 = cobrancas compensadas com credito da familia
      *   421 = multa e juros recebidos
      *   511 = descontos concedidos
      *   611 = saldos renegociados (acordos)
      *   711 = devolucoes de credito aprovadas (DEVOLUCOES)
      *   712 = estornos de recibo do caixa aprovados (ESTORNOCAIXA)
      *   811 = depreciacao do mes do patrimonio (CALCDEPRECIACAO)
      * Debitos das contas a pagar pagas no mes (CONTASPAGAR), pela
      * categoria de custo:
      *   911 = merenda              912 = transporte escolar
      *   913 = material didatico    914 = manutencao
      *   915 = servicos e consumo   919 = outras despesas
       01 CTB-REGISTRO PIC X(80).
       01 CTB-HEADER REDEFINES CTB-REGISTRO.
           05 CTB-H-TIPO PIC X(2).
