      * turma, ano e media (SORT), e cada grupo e fechado quando a
      * chave muda; dentro do grupo as medias ja chegam ordenadas,
      * entao mediana e quartis saem por posicao.
      * A turma mora no cadastro (alunos.idx); os registros de notas
      * nao a carregam, entao ela vem por leitura chaveada na
      * matricula, como RELATORIOTURMA ja faz para a unidade.
      * Registros sem turma em lugar nenhum agrupam "(SEM TURMA)".
               ASSIGN TO "estatisticas_turma.csv"
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
       WORKING-STORAGE SECTION.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-CAD PIC X(2).
       01 WS-CADASTRO-OK PIC X.
       01 WS-TURMA-ALUNO PIC X(10).
       01 WS-FIM-ARQUIVO PIC X.
           MOVE TURMA OF REGISTRO-ALUNO TO WS-TURMA-ALUNO.
           IF WS-CADASTRO-OK = "S"
               MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO
                   TO MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               READ ARQUIVO-CADASTRO
                   INVALID KEY
                       CONTINUE
