       01 WS-TOTAL-REPROVOU PIC 9(5) VALUE ZERO.
       01 WS-SOMA-MEDIAS    PIC 9(7)V9(2) VALUE ZERO.
       01 WS-PUBLICACAO-OK  PIC X.
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB      PIC X(16) VALUE "ALUNOS".
       01 WS-TRAVA-OK       PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "     Calculo de Media".
           DISPLAY "=============================".

      * A geracao nova termina republicando ALUNOS.DATA; nao comeca
      * enquanto o lote noturno ou outro job estiver nele.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      * Corte e pesos padrao vem da politica parametrizada
      * (politica_notas.dat), nao mais do fonte: mudar a regra da
      * escola deixa de exigir recompilacao. Os pesos continuam
           CLOSE ARQUIVO-ALUNOS.

           PERFORM ATUALIZAR-ARQUIVO-ATUAL.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.

           DISPLAY "====================================".
           DISPLAY " Processo finalizado Arquivo criado".
