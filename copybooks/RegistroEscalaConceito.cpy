      * Escala de conceitos por serie (escala_conceitos.idx), para as
      * series avaliadas por conceito em vez de nota 0-10 (educacao
      * infantil e primeiro ano). Chave serie + codigo curto do
      * conceito digitado pelo professor; a descricao e o que sai no
      * boletim. ECO-ORDEM ordena a escala do mais alto ao mais baixo
      * na tela e na listagem. Serie com ao menos um conceito na
      * escala e serie conceitual (SERIECONCEITUAL). Mantida por
      * CONCEITOS.cbl.
       01 REG-ESCALA-CONCEITO.
           05 ECO-CHAVE.
               10 ECO-SERIE PIC 9(2).
               10 ECO-CODIGO PIC X(2).
           05 ECO-DESCRICAO PIC X(30).
           05 ECO-ORDEM PIC 9(1).
