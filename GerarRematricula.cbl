           AUTHOR. Alexandre S S Alves.

      * Rematricula automatica a partir da promocao: consome
      * promovidos.csv e retidos.csv e regrava em alunos.idx a
      * matricula de cada aluno no novo ANO-LETIVO -- promovido vai
      * para uma turma da serie seguinte, retido refaz a mesma
      * serie -- em vez de a secretaria redigitar aluno por aluno.
      * matricula interativa); sem turma compativel ou com todas
      * lotadas, o aluno fica marcado com a turma antiga e
      * "A DEFINIR" na lista impressa (rematricula.rel), que a
      * coordenacao revisa. A rematricula segura a trava de execucao
      * de alunos.idx do primeiro ao ultimo aluno (TRAVAEXECUCAO);
      * com outro job no cadastro, nem comeca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-RETIDOS ASSIGN TO "retidos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-ANO-NOVO PIC 9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-PRIMEIRA-LINHA PIC X.
       01 WS-CAPACIDADE-TURMA PIC 9(3).
       01 WS-TOTAL-NA-TURMA PIC 9(3).
       01 WS-FIM-CONTA PIC X.
       01 WS-REGISTRO-GUARDADO PIC X(117).
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "GERARREMATRICULA".
       01 WS-TRAVA-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
               GOBACK
           END-IF.

           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "MAT." TO WS-REL-LINHA(1:4).
           MOVE "NOME" TO WS-REL-LINHA(7:4).
           PERFORM PROCESSAR-PROMOVIDOS.
           MOVE "N" TO WS-MODO-PROMOVIDO.
           PERFORM PROCESSAR-RETIDOS.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.

           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
       REMATRICULAR-ALUNO.
           OPEN I-O ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
           ELSE
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-CADASTRO
                       MOVE SPACES TO WS-REL-LINHA
                       MOVE WS-MATRICULA TO WS-REL-LINHA(1:5)
                       MOVE "SEM CADASTRO EM alunos.idx"
                           TO WS-REL-LINHA(7:30)
                       PERFORM ESCREVER-LINHA
                   NOT INVALID KEY
           END-IF.

       CONTAR-ALUNOS-NA-TURMA.
      * Leitura de alunos.idx pela chave alternativa TURMA contando
      * quem ja esta na turma candidata. O arquivo esta aberto I-O
      * com o registro do aluno em rematricula na area, entao o
      * registro e guardado antes da leitura e restaurado ao final
      * (o REWRITE regrava pela matricula restaurada).
           MOVE REGISTRO-ALUNO TO WS-REGISTRO-GUARDADO.
           MOVE ZERO TO WS-TOTAL-NA-TURMA.
           MOVE "N" TO WS-FIM-CONTA.
           MOVE WS-TURMA-NOVA TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTA
           END-START.
                   NOT AT END
                       IF TURMA = WS-TURMA-NOVA
                           ADD 1 TO WS-TOTAL-NA-TURMA
                       ELSE
                           MOVE "S" TO WS-FIM-CONTA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-REGISTRO-GUARDADO TO REGISTRO-ALUNO.

       ESCREVER-LINHA.
