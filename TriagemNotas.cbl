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
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE WS-TURMA TO TURMA
               START ARQUIVO-ALUNOS KEY IS = TURMA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TURMA NOT = WS-TURMA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               IF (SITUACAO-ALUNO = SPACES
                                       OR SITUACAO-ALUNO = "A")
                                       AND WS-TA-QTD < 100
                                   ADD 1 TO WS-TA-QTD
                                   MOVE MATRICULA-ALUNO
                                       TO WS-TA-MAT(WS-TA-QTD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
