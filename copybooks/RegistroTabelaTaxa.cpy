      * Tabela de taxas avulsas (tabela_taxas.idx), chave tipo da
      * taxa: descricao e valor unitario de cada cobranca fora da
      * mensalidade. Mantida em TAXASAVULSAS.cbl e consultada por
      * LANCARTAXA no momento do lancamento; taxa sem linha na
      * tabela (ou com valor zero) nao e lancada. Na multa de atraso
      * da biblioteca o valor e por dia de atraso.
       01 REG-TABELA-TAXA.
           05 TBT-TIPO PIC X(2).
               88 TBT-SEGUNDA-CHAMADA   VALUE "SC".
               88 TBT-LIVRO-PERDIDO     VALUE "LP".
               88 TBT-LIVRO-DANIFICADO  VALUE "LD".
               88 TBT-BIBLIOTECA        VALUE "BI".
               88 TBT-CERTIFICADO       VALUE "CE".
           05 TBT-DESCRICAO PIC X(30).
           05 TBT-VALOR PIC 9(5)V9(2).
