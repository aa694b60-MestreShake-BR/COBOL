      * Historico das previsoes de recebimento
      * (previsao_recebimentos.dat): uma linha por mes projetado a
      * cada rodada de PREVISAORECEBIMENTOS.cbl, com os tres
      * cenarios. A rodada seguinte procura a previsao feita antes
      * do inicio do mes passado e a confronta com o que de fato
      * entrou, medindo a confiabilidade da projecao.
       01 REG-PREVISAO.
           05 PRV-DATA-GERACAO PIC 9(8).
           05 PRV-COMPETENCIA PIC 9(6).
           05 PRV-PESSIMISTA PIC 9(9)V9(2).
           05 PRV-ESPERADO PIC 9(9)V9(2).
           05 PRV-OTIMISTA PIC 9(9)V9(2).
