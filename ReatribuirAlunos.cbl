      * quem esta vinculado a matricula de origem (tipicamente um
      * professor recem-inativado), confere que o destino existe e
      * esta ativo em professores.idx e regrava cada aluno de
      * alunos.idx com o novo vinculo, deixando um registro de
      * auditoria por movimentacao em aluno_auditoria.log. A
      * regravacao segura a trava de execucao de alunos.idx
      * (TRAVAEXECUCAO); com outro job no cadastro, nada e movido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-PROF-ORIGEM PIC X(8).
       01 WS-PROF-DESTINO PIC X(8).
       01 WS-CONFIRMA PIC X.
       01 WS-DESTINO-OK PIC X.
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "REATRIBUIRALUNOS".
       01 WS-TRAVA-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "=========================================".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               MOVE 1 TO RETURN-CODE
               GOBACK
               GOBACK
           END-IF.

           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               DISPLAY "Remanejamento cancelado."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MOVER-ALUNOS.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.

           DISPLAY "-----------------------------------------".
           DISPLAY "Alunos remanejados: " WS-TOTAL-MOVIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN I-O ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "Erro ao abrir alunos.idx para atualizacao "
                   "(STATUS=" WS-STATUS-ALU ")."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
