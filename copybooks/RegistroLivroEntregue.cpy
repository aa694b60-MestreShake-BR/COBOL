      * Entrega de livro didatico (livros_entregues.idx), chave
      * matricula + titulo + ano letivo. A condicao e anotada na
      * entrega e na devolucao (N=novo B=bom R=ruim); devolucao com
      * data zerada e livro ainda na mao do aluno. Livro perdido fica
      * com condicao P e data zerada ate a taxa avulsa ser paga,
      * quando ganha a data do pagamento e a condicao I (indenizado).
      * Gravado por LIVROSDIDATICOS.cbl.
       01 REG-LIVRO-ENTREGUE.
           05 LDE-CHAVE.
               10 LDE-MATRICULA PIC 9(5).
