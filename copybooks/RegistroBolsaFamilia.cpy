      * Beneficiario do Bolsa Familia (bolsa_familia.idx), chave
      * matricula: o NIS do aluno beneficiario, usado no
      * acompanhamento bimestral de frequencia exigido pelo
      * programa. Mantido pela tela de ALUNOSRELATIVOS.cbl e lido
      * pela exportacao BOLSAFAMILIA.cbl. Desligado do programa o
      * registro fica com situacao "D" e deixa de ser informado.
       01 REG-BOLSA-FAMILIA.
           05 BFA-MATRICULA PIC 9(5).
           05 BFA-NIS PIC 9(11).
           05 BFA-SITUACAO PIC X(1).
               88 BFA-ATIVO      VALUE "A".
               88 BFA-DESLIGADO  VALUE "D".
           05 BFA-DATA-INCLUSAO PIC 9(8).
           05 BFA-DATA-SITUACAO PIC 9(8).
           05 BFA-OPERADOR PIC X(8).
