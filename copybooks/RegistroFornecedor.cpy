      * Fornecedor da escola (fornecedores.idx), chave codigo,
      * mantido por CONTASPAGAR.cbl: merenda, empresa de onibus,
      * editoras, prestadores de manutencao. A categoria de custo
      * padrao sugere a da conta lancada para ele.
       01 REG-FORNECEDOR.
           05 FOR-CODIGO PIC X(6).
           05 FOR-NOME PIC X(30).
           05 FOR-DOCUMENTO PIC X(14).
           05 FOR-CONTATO PIC X(20).
           05 FOR-TELEFONE PIC X(15).
           05 FOR-CATEGORIA PIC X(3).
           05 FOR-STATUS PIC X(1).
               88 FOR-ATIVO   VALUE "A".
               88 FOR-INATIVO VALUE "I".
