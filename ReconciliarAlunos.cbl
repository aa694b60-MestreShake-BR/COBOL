           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-REL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-REL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-SEQ PIC X(2).
       01 WS-STATUS-REL PIC X(2).
       01 WS-FIM-SEQ PIC X VALUE "N".
       01 WS-FIM-REL PIC X VALUE "N".

       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "  RECONCILIACAO ALUNOS.DATA x alunos.idx".
           DISPLAY "=========================================".

           OPEN INPUT ARQUIVO-ALUNOS-SEQ.
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL = "35"
               DISPLAY "alunos.idx nao encontrado. Abortando."
               CLOSE ARQUIVO-ALUNOS-SEQ
               GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "Alunos em ALUNOS.DATA e ausentes em alunos.idx:".
           PERFORM VERIFICAR-SEQ-CONTRA-REL UNTIL WS-FIM-SEQ = "S".

           CLOSE ARQUIVO-ALUNOS-SEQ.

      * Reabre alunos.idx para garantir que o READ NEXT abaixo
      * percorra o arquivo desde o primeiro registro: apos os READs
      * aleatorios por chave feitos em VERIFICAR-SEQ-CONTRA-REL, um
      * READ NEXT em arquivo INDEXED de acesso DYNAMIC continua a
      * partir do ultimo registro acessado aleatoriamente, nao do
      * inicio do arquivo.
           CLOSE ARQUIVO-ALUNOS-REL.
           OPEN INPUT ARQUIVO-ALUNOS-REL.

           DISPLAY " ".
           DISPLAY "Alunos em alunos.idx e ausentes em ALUNOS.DATA:".
           PERFORM VERIFICAR-REL-CONTRA-SEQ UNTIL WS-FIM-REL = "S".

           CLOSE ARQUIVO-ALUNOS-REL.
           DISPLAY " ".
           DISPLAY "=========================================".
           DISPLAY "Somente em ALUNOS.DATA: " WS-TOTAL-SO-SEQ.
           DISPLAY "Somente em alunos.idx:  " WS-TOTAL-SO-REL.
           DISPLAY "=========================================".

           GOBACK.
                           TO WS-MAT-ALUNOSDATA(WS-TOTAL-ALUNOSDATA)

                       MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO-SEQ
                           TO MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
                       READ ARQUIVO-ALUNOS-REL INVALID KEY
                           ADD 1 TO WS-TOTAL-SO-SEQ
                           DISPLAY "  Matricula "
