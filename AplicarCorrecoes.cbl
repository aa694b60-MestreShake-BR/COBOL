           05 AUD-OPERADOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB PIC X(16) VALUE "APLICARCORRECOES".
       01 WS-TRAVA-OK PIC X.
       01 WS-STATUS-COR PIC X(2).
       01 WS-STATUS-TMP PIC X(2).
       01 WS-STATUS-MST PIC X(2).
           DISPLAY "   Aplicacao de Correcoes de Nota".
           DISPLAY "=========================================".

      * As correcoes gravam no mestre e republicam ALUNOS.DATA: segura
      * a trava do conjunto do inicio ao fim.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQUIVO-CORRECOES.
           IF WS-STATUS-COR NOT = "00"
               DISPLAY "Nenhuma correcao pendente "
                   "(correcoes_notas.dat STATUS=" WS-STATUS-COR ")."
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               GOBACK
           END-IF.
           OPEN I-O ARQUIVO-MASTER.
               DISPLAY "notas_master.idx indisponivel (STATUS="
                   WS-STATUS-MST "). Abortando."
               CLOSE ARQUIVO-CORRECOES
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ja tratadas:  " WS-TOTAL-JA-TRATADAS.
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           GOBACK.

       TRATAR-TRANSACAO.
