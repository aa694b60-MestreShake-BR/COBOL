      * Arquivo de exclusao (exclusoes_arquivo.dat): quando um aluno
      * e excluido do cadastro, cada registro satelite dele
      * (mensalidades, notas por disciplina, frequencia,
      * responsavel, familia, retirada, ficha de saude, rota,
      * emprestimos, documentos, AEE, vacinacao, Bolsa Familia,
      * dependencias, conceitos, portaria, casos de orientacao,
      * inscricoes em passeio, conta da cantina e inscricoes no
      * contraturno) sai do arquivo de origem e vem para ca, com a
      * imagem do registro como estava, em vez de ficar orfao.
      * Gravado por ARQUIVAREXCLUSAO; so acrescimo. EXA-REGISTRO
      * cabe o maior satelite (a carteira de vacinacao).
       01 REG-ARQUIVO-EXCLUSAO.
           05 EXA-MATRICULA PIC 9(5).
           05 EXA-DATA PIC 9(8).
           05 EXA-OPERADOR PIC X(8).
      * Nome do arquivo de onde o registro saiu.
           05 EXA-ORIGEM PIC X(30).
           05 EXA-REGISTRO PIC X(800).
