       01 LINHA-PENDENTE PIC X(240).

       WORKING-STORAGE SECTION.
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB PIC X(16) VALUE "GERIRREJEITOS".
       01 WS-TRAVA-OK PIC X.
       01 WS-STATUS-ERR PIC X(2).
       01 WS-STATUS-PEN PIC X(2).
       01 WS-FIM-ARQUIVO PIC X VALUE "N".
           DISPLAY "   Tratamento de Rejeitos da Importacao".
           DISPLAY "=========================================".

      * As linhas corrigidas entram no mestre e ALUNOS.DATA e
      * republicado no fim: a sessao segura a trava do conjunto.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQUIVO-ERROS.
           IF WS-STATUS-ERR NOT = "00"
               DISPLAY "Nenhum rejeito pendente (entrada_erros.csv "
                   "STATUS=" WS-STATUS-ERR ")."
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               GOBACK
           END-IF.
           OPEN OUTPUT ARQUIVO-PENDENTES.
           DISPLAY "Descartados:         " WS-TOTAL-DESCARTADOS.
           DISPLAY "Mantidos no backlog: " WS-TOTAL-MANTIDOS.
           DISPLAY "=========================================".
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           GOBACK.

       TRATAR-REJEITO.
