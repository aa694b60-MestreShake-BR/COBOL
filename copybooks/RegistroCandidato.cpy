      * Candidato do processo de admissao (candidatos.idx), com o
      * numero de inscricao como chave. Mantido por ADMISSOES.cbl
      * (inscricao, notas da avaliacao, classificacao, envio a
      * lista de espera) e por ALUNOSRELATIVOS.cbl, que converte o
      * aprovado em matricula e grava CAN-MATRICULA. O contato do
      * responsavel tem o mesmo desenho de responsaveis.idx, para
      * ser copiado na conversao.
       01 REG-CANDIDATO.
           05 CAN-NUMERO PIC 9(5).
           05 CAN-NOME PIC X(20).
           05 CAN-DATA-NASCIMENTO PIC 9(8).
           05 CAN-ANO-LETIVO PIC 9(4).
           05 CAN-SERIE PIC 9(2).
           05 CAN-UNIDADE PIC X(3).
           05 CAN-RSP-NOME PIC X(30).
           05 CAN-RSP-PARENTESCO PIC X(10).
           05 CAN-RSP-TELEFONE PIC X(15).
           05 CAN-RSP-ENDERECO PIC X(40).
      * Notas da avaliacao de entrada (portugues, matematica,
      * redacao), de 0 a 10, e a pontuacao (media das tres) que
      * ordena a classificacao.
           05 CAN-NOTAS.
               10 CAN-NOTA PIC 9(2)V9(2) OCCURS 3 TIMES.
           05 CAN-PONTUACAO PIC 9(2)V9(2).
           05 CAN-CLASSIFICACAO PIC 9(3).
           05 CAN-SITUACAO PIC X(1).
               88 CAN-INSCRITO    VALUE "I".
               88 CAN-AVALIADO    VALUE "V".
               88 CAN-APROVADO    VALUE "A".
               88 CAN-EXCEDENTE   VALUE "X".
               88 CAN-REPROVADO   VALUE "R".
               88 CAN-CONVERTIDO  VALUE "C".
               88 CAN-EM-ESPERA   VALUE "E".
               88 CAN-CLASSIFICAVEL VALUE "V" "A" "X" "R".
           05 CAN-MATRICULA PIC 9(5).
           05 CAN-DATA-INSCRICAO PIC 9(8).
           05 CAN-OPERADOR PIC X(8).
