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
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-FRQ PIC X(2).
       01 WS-STATUS-CAL PIC X(2).
       01 WS-STATUS-ORI PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-ESCOLA-ORIGEM PIC X(40).

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
                   DISPLAY "Matricula nao encontrada. Matricule o "
