      * da edicao de campos na mao que perdia o rastro e a conta de
      * lotacao. Valida a turma de destino (ativa, da unidade de
      * destino, mesma serie da turma atual e com vaga pela
      * contagem real de alunos.idx), atualiza UNIDADE-ALUNO e
      * TURMA com DATA-ALTERACAO carimbada, deixa linha de
      * auditoria no log do aluno e registra o movimento em
      * transfer_unidades.dat. Notas e frequencia ficam intactas
      * sob a mesma matricula; a vaga antiga libera sozinha, porque
      * a lotacao e contada do cadastro. O relatorio lista o
      * movimento entre unidades por periodo. A transferencia segura
      * a trava de execucao de alunos.idx (TRAVAEXECUCAO) da leitura
      * do aluno ate a volta ao menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-STATUS-MOV PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-UNID-DESTINO PIC X(3).
       01 WS-TURMA-DESTINO PIC X(10).
       01 WS-REL-TITULO PIC X(40)
           VALUE "MOVIMENTO ENTRE UNIDADES".
       01 WS-REL-LINHA PIC X(80).
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "TRANSFUNIDADE".
       01 WS-TRAVA-OK PIC X VALUE "N".

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
      * Toda saida da transferencia volta por aqui: solta a trava.
           IF WS-TRAVA-OK = "S"
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE "N" TO WS-TRAVA-OK
           END-IF.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
       TRANSFERIR-ALUNO.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               PERFORM PRINCIPAL
           END-IF.
           OPEN I-O ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Matricula nao encontrada."
           MOVE "S" TO WS-CONFIRMA.

       CONTAR-NO-DESTINO.
      * A contagem pela chave alternativa TURMA sobrescreve o
      * registro do aluno em edicao, entao ele e recarregado pela
      * matricula ao final.
           MOVE ZERO TO WS-TOTAL-NA-TURMA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-TURMA-DESTINO TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TURMA NOT = WS-TURMA-DESTINO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               ADD 1 TO WS-TOTAL-NA-TURMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * Recarrega o registro do aluno em transferencia.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   CONTINUE
