      * arquivo relativo nao tem chave alternativa, entao a busca
      * por nome mantinha varredura completa. A chave composta
      * nome + matricula permite nomes repetidos e devolve a
      * matricula para a leitura chaveada em alunos.idx. Mantido
      * por ALUNOSRELATIVOS a cada inclusao/alteracao/exclusao e
      * reconstruivel do zero por RECONSTRUIRNOMES.cbl.
       01 REG-INDICE-NOME.
