      * lista cada turma/disciplina/bimestre ainda sem nenhuma nota
      * lancada -- rodado bem antes de CONSOLIDAANO, para cobrar os
      * professores a tempo em vez de descobrir o buraco em
      * dezembro. Cada entrada leva a carga de aulas semanais da
      * disciplina na serie, que o gerador de grade (GERARGRADE)
      * distribui na semana; incluir de novo uma disciplina ja
      * presente corrige a carga.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-NOTAS-DISC
               ASSIGN TO "notas_disciplina.idx"
       01 WS-STATUS-ND PIC X(2).
       01 WS-SERIE PIC 9(2).
       01 WS-CODIGO PIC X(5).
       01 WS-AULAS-SEMANAIS PIC 9(2).
       01 WS-CONFIRMA PIC X.
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-FIM-ARQUIVO PIC X.
           ACCEPT WS-SERIE.
           DISPLAY "Codigo da disciplina: ".
           ACCEPT WS-CODIGO.
           DISPLAY "Aulas semanais (1 a 20): ".
           ACCEPT WS-AULAS-SEMANAIS.
           IF WS-AULAS-SEMANAIS = ZERO OR WS-AULAS-SEMANAIS > 20
               DISPLAY "Erro: carga semanal invalida."
               PERFORM PRINCIPAL
           END-IF.
           OPEN INPUT ARQUIVO-DISCIPLINA.
           IF WS-STATUS-DIS NOT = "00"
               DISPLAY "disciplinas.idx indisponivel (STATUS="
           PERFORM ABRIR-MATRIZ.
           MOVE WS-SERIE TO MTZ-SERIE.
           MOVE WS-CODIGO TO MTZ-DISCIPLINA.
           READ ARQUIVO-MATRIZ KEY IS MTZ-CHAVE
               INVALID KEY
                   MOVE DIS-NOME TO MTZ-NOME-DISCIPLINA
                   MOVE WS-AULAS-SEMANAIS TO MTZ-AULAS-SEMANAIS
                   WRITE REG-MATRIZ
                   DISPLAY "Disciplina " DIS-NOME " incluida na "
                       "serie " WS-SERIE "."
               NOT INVALID KEY
                   MOVE WS-AULAS-SEMANAIS TO MTZ-AULAS-SEMANAIS
                   REWRITE REG-MATRIZ
                   DISPLAY "Disciplina ja estava na matriz da serie:"
                       " carga semanal corrigida para "
                       WS-AULAS-SEMANAIS "."
           END-READ.
           CLOSE ARQUIVO-MATRIZ.

       EXCLUIR-DA-MATRIZ.
                       ADD 1 TO WS-TOTAL-LISTADO
                       DISPLAY "Serie " MTZ-SERIE " disciplina "
                           MTZ-DISCIPLINA " " MTZ-NOME-DISCIPLINA
                           " aulas/semana " MTZ-AULAS-SEMANAIS
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MATRIZ.
