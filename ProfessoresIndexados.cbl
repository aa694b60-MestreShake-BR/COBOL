           SELECT ARQUIVO-NOVOS ASSIGN TO "professores_novos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOVOS.
           SELECT ARQUIVO-ALUNOS-PROF ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
       DATA DIVISION.
       FILE SECTION.
       EXIGIR-MANUTENCAO.
      * Perfil C (consulta) nao cadastra, nao modifica e nao
      * exclui professores; a trava vale tambem para o lote.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
       VERIFICAR-COLISAO-MATRICULA.
      * PRO-MATRICULA e alfanumerica, mas quando o valor digitado
      * cabe no espaco numerico de 5 digitos usado pelos alunos,
      * verificamos colisao com alunos.idx via VALIDARMATRICULA.
           MOVE "N" TO WS-MATRICULA-COLIDE.
           IF WS-MATRICULA(1:5) IS NUMERIC
                   AND WS-MATRICULA(6:3) = SPACES
