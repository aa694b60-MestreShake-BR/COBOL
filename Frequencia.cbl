           AUTHOR. Alexandre S S Alves.

      * Captura de frequencia diaria. A chamada de um dia percorre a
      * lista de alunos de alunos.idx e grava um registro por aluno
      * em frequencia.dat; o calendario de dias letivos fica em
      * calendario_escolar.dat e e quem diz por quanto dividir na
      * apuracao do percentual de presenca.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "frequencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE "N" TO WS-FIM-ALUNOS.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "Nenhum aluno cadastrado (alunos.idx STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               OPEN EXTEND ARQUIVO-FREQUENCIA
           MOVE "N" TO WS-FIM-ALUNOS.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "Nenhum aluno cadastrado (alunos.idx "
                   "STATUS=" WS-STATUS-ALU ")."
           ELSE
               PERFORM UNTIL WS-FIM-ALUNOS = "S"
