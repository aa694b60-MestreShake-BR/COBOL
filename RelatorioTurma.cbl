           SELECT ARQUIVO-ORDENADO ASSIGN TO "ALUNOS.ORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SORT ASSIGN TO "SORTWORK".
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

       01 WS-MODO-VERIF PIC X VALUE "E".
           CLOSE ARQUIVO-ALUNOS.

       OBTER-UNIDADE-ALUNO.
      * A unidade mora no cadastro (alunos.idx); os registros de
      * notas nao a carregam, entao a filtragem por campus passa
      * por uma leitura chaveada na matricula. Sem cadastro, a
      * unidade fica em branco e o registro so entra quando o
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD = "00"
               MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO
                   TO MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               READ ARQUIVO-CADASTRO
                   INVALID KEY
                       CONTINUE
