       01 LINHA-CHECKPOINT PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB PIC X(16) VALUE "IMPORTARLEGADO".
       01 WS-TRAVA-OK PIC X.
       01 WS-STATUS-LEG PIC X(2).
       01 WS-STATUS-ERR PIC X(2).
       01 WS-STATUS-CKPT PIC X(2).
           DISPLAY "  Importacao do Arquivo Legado (posicional)".
           DISPLAY "=========================================".

      * A carga grava no mestre e republica ALUNOS.DATA: segura a
      * trava do conjunto do inicio ao fim.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LER-CHECKPOINT.

           OPEN INPUT ARQUIVO-LEGADO.
           IF WS-STATUS-LEG NOT = "00"
               DISPLAY "entrada_legado.txt nao encontrado (STATUS="
                   WS-STATUS-LEG ")."
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
                   "abortado."
               CLOSE ARQUIVO-LEGADO
               CLOSE ARQUIVO-ERROS
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Rejeitados:           " WS-TOTAL-REJEITADOS.
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           GOBACK.

       TRATAR-REGISTRO.
