
      * Digitacao de notas por turma: o professor informa uma vez a
      * turma, o ano, a disciplina, o bimestre e os pesos da sessao,
      * e o programa desce a lista de chamada de alunos.idx aluno a
      * aluno pedindo so as tres notas -- em vez de reabrir o
      * cadastro e reconfirmar os pesos 35 vezes. As notas vao para
      * o arquivo por disciplina (notas_disciplina.idx) com
      * regravacao quando a chave ja existe, e a sessao fecha com um
      * resumo de lancados, pulados e media da turma na sessao.
      * Digitar P na primeira nota pula o aluno (ausente, por
      * exemplo) sem perder o lugar na lista. Turma de serie avaliada
      * por conceito nao recebe nota aqui: vai para
      * DIGITARCONCEITOSTURMA. Informado o codigo de uma eletiva no
      * lugar da turma, a disciplina e a da oferta e a lista e a dos
      * inscritos com vaga confirmada (inscricoes_eletivas.idx).

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
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
       01 WS-MEDIA-SESSAO PIC 9(3)V9(2).
       01 WS-TRAVA PIC X.
       01 WS-BIM-VALIDO PIC X.
       01 WS-SERIE PIC 9(2).
       01 WS-CONCEITUAL PIC X.
       01 WS-ELETIVA PIC X.
       01 WS-ANO-ELETIVA PIC 9(4).
       01 WS-DISC-ELETIVA PIC X(20).
       01 WS-DA-SESSAO PIC X.
       01 WS-MATRICULA-SESSAO PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.

           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           CALL "SERIECONCEITUAL" USING WS-TURMA WS-SERIE
               WS-CONCEITUAL.
           IF WS-CONCEITUAL = "S"
               DISPLAY "Turma " WS-TURMA " e avaliada por conceito "
                   "(serie " WS-SERIE "). Use DIGITARCONCEITOSTURMA."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ano Letivo: ".
           ACCEPT WS-ANO-LETIVO.
           CALL "ELETIVAGRUPO" USING WS-TURMA WS-ELETIVA
               WS-ANO-ELETIVA WS-DISC-ELETIVA.
           IF WS-ELETIVA = "S"
               IF WS-ANO-ELETIVA NOT = WS-ANO-LETIVO
                   DISPLAY "Erro: a eletiva " WS-TURMA " e do ano "
                       WS-ANO-ELETIVA ". Sessao cancelada."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DISC-ELETIVA TO WS-DISCIPLINA
               DISPLAY "Eletiva " WS-TURMA ": " WS-DISCIPLINA
           ELSE
               DISPLAY "Disciplina (codigo ou nome oficial): "
               ACCEPT WS-DISCIPLINA
           END-IF.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-STATUS-DISCIPLINA NOT = "V"

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "). Sessao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
               GOBACK
           END-IF.

      * Turma regular: leitura pela chave alternativa TURMA, so os
      * alunos da turma. Grupo de eletiva junta alunos de varias
      * turmas, entao percorre o cadastro inteiro e a inscricao
      * decide quem esta na sessao.
           IF WS-ELETIVA NOT = "S"
               MOVE WS-TURMA TO TURMA
               START ARQUIVO-ALUNOS KEY IS = TURMA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-ELETIVA NOT = "S"
                               AND TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
                       IF WS-FIM-ARQUIVO = "N" AND
                              (SITUACAO-ALUNO = SPACES
                               OR SITUACAO-ALUNO = "A")
                           PERFORM CONFERIR-ALUNO-DA-SESSAO
                           IF WS-DA-SESSAO = "S"
                               PERFORM DIGITAR-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CONFERIR-ALUNO-DA-SESSAO.
           MOVE "N" TO WS-DA-SESSAO.
           IF WS-ELETIVA = "S"
               MOVE MATRICULA-ALUNO TO WS-MATRICULA-SESSAO
               CALL "INSCRITOELETIVA" USING WS-MATRICULA-SESSAO
                   WS-TURMA WS-DA-SESSAO
           ELSE
               IF TURMA = WS-TURMA
                   MOVE "S" TO WS-DA-SESSAO
               END-IF
           END-IF.

       DIGITAR-ALUNO.
           DISPLAY "-----------------------------------------".
           DISPLAY "Aluno " MATRICULA-ALUNO " - " NOME-ALUNO.
