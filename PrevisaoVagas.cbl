      * PROMOVERALUNOS: cada promovido de promovidos.csv entra na
      * demanda da serie seguinte e cada retido de retidos.csv
      * permanece na serie atual (serie e unidade vem da turma do
      * aluno em alunos.idx -> turmas.idx). A demanda projetada e
      * confrontada com a capacidade das turmas ativas de cada
      * serie, e o saldo (sobra ou deficit) por serie e unidade sai
      * via IMPRELATORIO -- o numero que decide se abre a turma 2C.
      * As mesmas linhas vao para previsao_vagas.csv
      * (SERIE;UNIDADE;DEMANDA;CAPACIDADE;VAGAS, vagas = saldo
      * positivo ou zero), que ADMISSOES le para classificar os
      * candidatos de cada serie contra as vagas que sobram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-RETIDOS ASSIGN TO "retidos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-PREVISAO ASSIGN TO "previsao_vagas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-PREVISAO.
       01 LINHA-PREVISAO PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRO PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-PRV PIC X(2).
       01 WS-VAGAS-LIVRES PIC 9(4).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(25) OCCURS 5 TIMES.
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               CLOSE ARQUIVO-TURMA
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM IMPRIMIR-PREVISAO.
           DISPLAY "Sem cadastro/serie: " WS-TOTAL-SEM-CADASTRO.
           DISPLAY "Previsao gravada em previsao_vagas.rel e "
               "previsao_vagas.csv.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       BUSCAR-SERIE-DO-ALUNO.
           MOVE ZERO TO WS-SERIE-ALUNO.
           MOVE SPACES TO WS-UNIDADE-DO-ALUNO.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   CONTINUE
           END-PERFORM.

       IMPRIMIR-PREVISAO.
           OPEN OUTPUT ARQUIVO-PREVISAO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "SERIE/UNIDADE  DEMANDA  CAPACIDADE  SALDO"
               TO WS-REL-LINHA.
                       TO WS-REL-LINHA
                   CALL "REL-LINHA" USING WS-REL-LINHA
               END-IF
               IF WS-SALDO > ZERO
                   MOVE WS-SALDO TO WS-VAGAS-LIVRES
               ELSE
                   MOVE ZERO TO WS-VAGAS-LIVRES
               END-IF
               MOVE SPACES TO LINHA-PREVISAO
               STRING WS-TP-SERIE(WS-IND) ";"
                      WS-TP-UNIDADE(WS-IND) ";"
                      WS-TP-DEMANDA(WS-IND) ";"
                      WS-TP-CAPACIDADE(WS-IND) ";"
                      WS-VAGAS-LIVRES
                      DELIMITED BY SIZE INTO LINHA-PREVISAO
               END-STRING
               IF WS-STATUS-PRV = "00"
                   WRITE LINHA-PREVISAO
               END-IF
           END-PERFORM.
           CALL "REL-FECHAR".
           IF WS-STATUS-PRV = "00"
               CLOSE ARQUIVO-PREVISAO
           END-IF.
