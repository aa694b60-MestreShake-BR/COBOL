           AUTHOR. Alexandre S S Alves.

      * Desempenho das turmas por professor: cruza o vinculo
      * MATRICULA-PROFESSOR de alunos.idx com as medias publicadas
      * em ALUNOS.DATA e o nome em professores.idx, e imprime por
      * professor a quantidade de alunos, a media da turma e a taxa
      * de aprovacao, do pior para o melhor, para a coordenacao
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REL.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-REL ")."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
