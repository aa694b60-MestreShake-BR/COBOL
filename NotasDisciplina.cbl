           SELECT ARQUIVO-CSV ASSIGN TO "entrada_notas_disc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
           05 WS-CAMPO PIC X(50) OCCURS 7 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2) VALUE ZERO.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-TRAVA PIC X.
       01 WS-BIM-VALIDO PIC X.
           PERFORM PRINCIPAL.

       CONFERIR-TRAVA-ALUNO.
      * A trava e por turma: busca a turma do aluno em alunos.idx e
      * consulta travas_notas.idx pelo mesmo caminho compartilhado
      * dos demais programas de digitacao. Aluno sem cadastro (ou
      * sem turma) nao tem trava a conferir.
           MOVE SPACES TO WS-TURMA-ALUNO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
