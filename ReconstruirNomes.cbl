           AUTHOR. Alexandre S S Alves.

      * Reconstrucao do indice lateral de nomes (alunos_nomes.idx)
      * a partir de alunos.idx, para quando indice e dados
      * divergirem (a consulta acusa "reconstrua o indice"). O
      * indice renasce do zero com uma entrada por aluno.

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
           SELECT ARQUIVO-INDICE-NOME ASSIGN TO "alunos_nomes.idx"
               ORGANIZATION IS INDEXED

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
