           AUTHOR. Alexandre S S Alves.

      * Emissao em lote das carteirinhas de aluno: le os ativos de
      * alunos.idx (com filtro opcional de turma, e de unidade via
      * FILTROUNIDADE), monta o cartao com nome, matricula, turma,
      * ano letivo e validade num leiaute fixo, varios por pagina
      * conforme a paginacao do IMPRELATORIO. Cada emissao fica
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
           SELECT ARQUIVO-EMITIDAS
               ASSIGN TO "carteirinhas_emitidas.dat"

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM POSICIONAR-CADASTRO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERIR-FIM-DA-CHAVE
                       IF WS-FIM-ARQUIVO = "N"
                               AND (SITUACAO-ALUNO = SPACES
                               OR SITUACAO-ALUNO = "A")
                               AND (WS-FILTRO-TURMA = SPACES
                                   OR TURMA = WS-FILTRO-TURMA)
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       POSICIONAR-CADASTRO.
      * Com turma informada, le pela chave alternativa TURMA; so com
      * unidade, pela chave alternativa UNIDADE-ALUNO; sem filtro,
      * o cadastro inteiro em ordem de matricula.
           EVALUATE TRUE
               WHEN WS-FILTRO-TURMA NOT = SPACES
                   MOVE WS-FILTRO-TURMA TO TURMA
                   START ARQUIVO-ALUNOS KEY IS = TURMA
                       INVALID KEY
                           MOVE "S" TO WS-FIM-ARQUIVO
                   END-START
               WHEN WS-FILTRO-UNIDADE NOT = SPACES
                   MOVE WS-FILTRO-UNIDADE TO UNIDADE-ALUNO
                   START ARQUIVO-ALUNOS KEY IS = UNIDADE-ALUNO
                       INVALID KEY
                           MOVE "S" TO WS-FIM-ARQUIVO
                   END-START
           END-EVALUATE.

       CONFERIR-FIM-DA-CHAVE.
           EVALUATE TRUE
               WHEN WS-FILTRO-TURMA NOT = SPACES
                   IF TURMA NOT = WS-FILTRO-TURMA
                       MOVE "S" TO WS-FIM-ARQUIVO
                   END-IF
               WHEN WS-FILTRO-UNIDADE NOT = SPACES
                   IF UNIDADE-ALUNO NOT = WS-FILTRO-UNIDADE
                       MOVE "S" TO WS-FIM-ARQUIVO
                   END-IF
           END-EVALUATE.

       EMITIR-CARTEIRINHA.
           PERFORM APURAR-VIA.
           MOVE ALL "=" TO WS-REL-LINHA.
