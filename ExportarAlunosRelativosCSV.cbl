       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-CSV-SAIDA ASSIGN TO "alunos_relativos.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "35"
               DISPLAY "alunos.idx nao encontrado. Abortando."
               GOBACK
           END-IF.
           OPEN OUTPUT ARQUIVO-CSV-SAIDA.
