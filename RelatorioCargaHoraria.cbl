      * por disciplina e ano letivo sobre professores.idx, marca
      * quem esta acima do teto legal de 40 horas e os ativos com
      * carga zerada, e poe ao lado a quantidade de alunos que cada
      * professor carrega em alunos.idx -- o documento que o
      * planejamento montava em planilha. Sai em carga_horaria.rel
      * via IMPRELATORIO. MATRICULA-PROFESSOR nao e chave de
      * alunos.idx, entao o cadastro de alunos e lido uma unica vez
      * no inicio, acumulando os alunos por professor numa tabela,
      * em vez de uma varredura inteira para cada professor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
               10 WS-DSC-PROFESSORES PIC 9(3).
       01 WS-TOTAL-DISC PIC 9(3) VALUE ZERO.

      * Alunos por professor, montado em uma passada so.
       01 WS-TAB-ALUNOS-PROF.
           05 WS-ALUNOS-PROF OCCURS 500 TIMES.
               10 WS-APR-PROFESSOR PIC X(8).
               10 WS-APR-QTD PIC 9(3).
       01 WS-TOTAL-APR PIC 9(3) VALUE ZERO.
       01 WS-P PIC 9(3).

       01 WS-REL-NOME PIC X(30) VALUE "carga_horaria.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "LOTACAO DOCENTE - CARGA HORARIA".
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

           PERFORM CARREGAR-ALUNOS-POR-PROFESSOR.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF NOT = "00"
               MOVE 1 TO WS-DSC-PROFESSORES(WS-D)
           END-IF.

       CARREGAR-ALUNOS-POR-PROFESSOR.
           MOVE ZERO TO WS-TOTAL-APR.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MATRICULA-PROFESSOR NOT = SPACES
                               PERFORM ACUMULAR-ALUNO-PROFESSOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS
           END-IF.

       ACUMULAR-ALUNO-PROFESSOR.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-APR OR WS-ACHOU = "S"
               IF WS-APR-PROFESSOR(WS-P) = MATRICULA-PROFESSOR
                   ADD 1 TO WS-APR-QTD(WS-P)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-TOTAL-APR < 500
               ADD 1 TO WS-TOTAL-APR
               MOVE MATRICULA-PROFESSOR
                   TO WS-APR-PROFESSOR(WS-TOTAL-APR)
               MOVE 1 TO WS-APR-QTD(WS-TOTAL-APR)
           END-IF.

       CONTAR-ALUNOS-DO-PROFESSOR.
           MOVE ZERO TO WS-QTD-ALUNOS-PROF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-APR
               IF WS-APR-PROFESSOR(WS-P) = PRO-MATRICULA
                   MOVE WS-APR-QTD(WS-P) TO WS-QTD-ALUNOS-PROF
                   MOVE WS-TOTAL-APR TO WS-P
               END-IF
           END-PERFORM.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
