       01 WS-DATA-HORA-HOJE PIC X(20).
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-DATA-GUARDADA PIC 9(8).
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-JOB PIC X(16) VALUE "CSV".
       01 WS-TRAVA-OK PIC X.

       LINKAGE SECTION.
       01 LK-NOME-ARQUIVO-CSV PIC X(100).
               MOVE "entrada.csv" TO WS-NOME-ARQUIVO-CSV
           END-IF.

      * A importacao pelo menu republica ALUNOS.DATA: pega a trava
      * de execucao para nao cruzar com o lote noturno. CSV-BATCH
      * roda dentro do lote, que ja segura a trava.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PROCESSAR-ARQUIVO.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB.
           GOBACK.

      * Ponto de entrada nao-interativo para chamadores batch
