               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAL-MATRICULA
               FILE STATUS IS WS-STATUS-RAL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-RAL PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-ROTA PIC X(6).
       01 WS-FIM-ARQUIVO PIC X.
           MOVE "N" TO WS-ALUNO-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY "Matricula nao encontrada."

       IMPRIMIR-LINHA-MANIFESTO.
           MOVE SPACES TO WS-REL-LINHA.
           MOVE WS-TM-MAT(WS-I) TO MATRICULA-ALUNO.
           IF WS-STATUS-ALU = "00"
               READ ARQUIVO-ALUNOS
                   INVALID KEY
