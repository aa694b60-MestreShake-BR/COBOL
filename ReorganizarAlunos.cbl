       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-BACKUP ASSIGN TO "alunos.idx.bak"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BAK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STATUS             PIC X(2).
       01 WS-STATUS-BAK         PIC X(2).
       01 WS-FIM-DO-ARQUIVO     PIC X VALUE "N".
       01 WS-TOTAL-LIDO         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GRAVADO      PIC 9(5) VALUE ZERO.
       01 WS-TRAVA-CONJUNTO     PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB          PIC X(16) VALUE "REORGALUNOS".
       01 WS-TRAVA-OK           PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY " Reorganizacao de alunos.idx             ".
           DISPLAY "=========================================".

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "35"
               DISPLAY "alunos.idx nao encontrado. Abortando."
               GOBACK
           END-IF.
           CLOSE ARQUIVO-ALUNOS.

      * Da copia ate o fim da regravacao ninguem mais escreve em
      * alunos.idx: segura a trava do conjunto (TRAVAEXECUCAO).
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM FAZER-BACKUP.
           PERFORM RECOMPACTAR.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.

           DISPLAY "-----------------------------------------".
           DISPLAY "Registros lidos do arquivo original: "
           DISPLAY "Registros regravados no arquivo reorganizado: "
               WS-TOTAL-GRAVADO.
           DISPLAY "Copia de seguranca pre-reorganizacao em: "
               "alunos.idx.bak".
           DISPLAY "Indices de matricula, turma e unidade ".
           DISPLAY "reconstruidos; espaco de registros excluidos ".
           DISPLAY "recuperado.".
           DISPLAY "=========================================".
           GOBACK.

       FAZER-BACKUP.
      * Copia o arquivo original, registro a registro, para
      * alunos.idx.bak antes de tocar no arquivo real, seguindo o
      * mesmo espirito das geracoes preservadas pelo ALUNOS.cbl.
           MOVE "N" TO WS-FIM-DO-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
                       MOVE "S" TO WS-FIM-DO-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDO
                       MOVE REGISTRO-ALUNO TO REGISTRO-ALUNO-BAK
                       WRITE REGISTRO-ALUNO-BAK
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-BACKUP.

       RECOMPACTAR.
      * Le a copia de seguranca em sequencia (gravada em ordem de
      * matricula, so com os registros vivos) e recria alunos.idx do
      * zero. O OPEN OUTPUT descarta o espaco dos registros excluidos
      * e as chaves alternativas (TURMA e UNIDADE-ALUNO) sao montadas
      * de novo a cada WRITE, o que corrige um indice danificado por
      * queda no meio de uma gravacao.
           MOVE "N" TO WS-FIM-DO-ARQUIVO.
           OPEN INPUT ARQUIVO-BACKUP.
           OPEN OUTPUT ARQUIVO-ALUNOS.
                   AT END
                       MOVE "S" TO WS-FIM-DO-ARQUIVO
                   NOT AT END
                       MOVE REGISTRO-ALUNO-BAK TO REGISTRO-ALUNO
                       WRITE REGISTRO-ALUNO INVALID KEY
                           DISPLAY "Erro ao regravar a matricula "
