      * Estorno de recibo do caixa da secretaria
      * (estornos_caixa.idx), chave numero do recibo. O operador do
      * balcao pede o estorno do recibo lancado errado (status S),
      * com o motivo; um supervisor -- perfil B em operadores.idx,
      * outro operador que nao o que pediu -- aprova (A) ou nega
      * (N). Na aprovacao a cobranca volta a aberta e o diario de
      * caixa recebe o lancamento negativo com o mesmo numero de
      * recibo. Gravado por ESTORNOCAIXA.cbl; lido pelo fechamento
      * do mes, pelo intercambio contabil, pelas declaracoes anuais
      * e pelo lote de RPS. Recibo de taxa avulsa traz a competencia
      * 8NNNNN do diario de caixa e reabre a taxa, nao a
      * mensalidade.
       01 REG-ESTORNO.
           05 EST-RECIBO PIC 9(6).
           05 EST-DATA-RECIBO PIC 9(8).
           05 EST-MATRICULA PIC 9(5).
           05 EST-COMPETENCIA PIC 9(6).
               88 EST-TAXA-AVULSA VALUE 800000 THRU 899999.
           05 EST-VALOR PIC 9(5)V9(2).
           05 EST-MOTIVO PIC X(40).
           05 EST-STATUS PIC X(1).
               88 EST-SOLICITADO VALUE "S".
               88 EST-APROVADO   VALUE "A".
               88 EST-NEGADO     VALUE "N".
           05 EST-DATA-PEDIDO PIC 9(8).
           05 EST-OPERADOR-PEDIDO PIC X(8).
           05 EST-DATA-DECISAO PIC 9(8).
           05 EST-OPERADOR-DECISAO PIC X(8).
