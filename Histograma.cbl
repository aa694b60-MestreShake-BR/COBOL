           SELECT ARQUIVO-ALUNOS ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-CAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-CAD WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.

       DATA DIVISION.
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.
       01 WS-FILTRO-UNIDADE PIC X(3).
       01 WS-STATUS-CAD PIC X(2).
       01 WS-UNIDADE-ALUNO PIC X(3).

       01 WS-MODO-VERIF PIC X VALUE "A".
           GOBACK.

       OBTER-UNIDADE-ALUNO.
      * A unidade vem do cadastro (alunos.idx) pela matricula, como
      * em RELATORIOTURMA.
           MOVE SPACES TO WS-UNIDADE-ALUNO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD = "00"
               MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO
                   TO MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               READ ARQUIVO-CADASTRO
                   INVALID KEY
                       CONTINUE
