       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.
           SELECT ARQUIVO-NOTAS ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-STATUS-EMP PIC X(2).
       01 WS-LIVROS-ABERTOS PIC 9(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-NOME-ARC PIC X(30).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CONFIRMA PIC X.

           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-CAD ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-CADASTRO
               INVALID KEY
                   DISPLAY "Matricula nao encontrada."
