               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               CLOSE ARQUIVO-DOCUMENTO
               PERFORM PRINCIPAL
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
      * Turma informada: so a turma, pela chave alternativa; em
      * branco, a escola toda.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-TURMA NOT = SPACES
               MOVE WS-TURMA TO TURMA
               START ARQUIVO-ALUNOS KEY IS = TURMA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-TURMA NOT = SPACES
                               AND TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               PERFORM PENDENCIAS-DO-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
