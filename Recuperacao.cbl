       WORKING-STORAGE SECTION.
       01 WS-STATUS             PIC X(2).
       01 WS-STATUS-NOVO        PIC X(2).
       01 WS-TRAVA-CONJUNTO     PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB          PIC X(16) VALUE "RECUPERACAO".
       01 WS-TRAVA-OK           PIC X.
       01 WS-FIM-DO-ARQUIVO     PIC X VALUE "N".
       01 WS-NOTA-EXAME         PIC 9(3)V9(2).
       01 WS-MEDIA-FINAL        PIC 9(3)V9(2).
           CALL "POLITICANOTAS" USING WS-CORTE WS-POL-PESO1
               WS-POL-PESO2 WS-POL-PESO3 WS-POL-ARREDONDA.

      * ALUNOS.TMP termina publicado sobre ALUNOS.DATA: nao comeca
      * enquanto o lote noturno ou outro job estiver no conjunto.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "35"
               DISPLAY "ALUNOS.DATA nao encontrado. Abortando."
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Mantidos reprovados:            "
               WS-TOTAL-MANTIDOS.
           DISPLAY "=========================================".
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           GOBACK.

       PROCESSAR-ALUNO.
