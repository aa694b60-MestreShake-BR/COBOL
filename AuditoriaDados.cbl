           AUTHOR. Alexandre S S Alves.

      * Varredura noturna de qualidade de dados nas tres bases:
      * alunos.idx, ALUNOS.DATA e professores.idx. Cada campo e
      * conferido contra a regra de negocio que hoje so existe nos
      * prompts interativos (nota de 0 a 10, nome obrigatorio,
      * idade maior que zero, carga horaria valida), e cada
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
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
           END-EVALUATE.

       AUDITAR-ALUNOS-REL.
           MOVE "alunos.idx" TO WS-ORIGEM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS = "00"
