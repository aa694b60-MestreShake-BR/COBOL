       IDENTIFICATION DIVISION.
           PROGRAM-ID. SERIECONCEITUAL.
           AUTHOR. Alexandre S S Alves.

      * Diz se uma turma e avaliada por conceito: a serie da turma
      * (turmas.idx) tem escala propria em escala_conceitos.idx.
      * Devolve a serie (zero se a turma nao existe) e "S"/"N". O
      * ponto de entrada ALUNOCONCEITUAL faz o mesmo a partir da
      * matricula, pela turma gravada em alunos.idx. Usado pela
      * digitacao de notas e de conceitos, pelo boletim e pela
      * promocao, para todos separarem as series do mesmo jeito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-ESCALA ASSIGN TO "escala_conceitos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-CHAVE
               FILE STATUS IS WS-STATUS-ECO.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-ESCALA.
           COPY "RegistroEscalaConceito.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-ECO PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-TURMA PIC X(10).

       LINKAGE SECTION.
       01 LK-TURMA PIC X(10).
       01 LK-MATRICULA PIC 9(5).
       01 LK-SERIE PIC 9(2).
       01 LK-CONCEITUAL PIC X(1).

       PROCEDURE DIVISION USING LK-TURMA LK-SERIE LK-CONCEITUAL.
       PRINCIPAL.
           MOVE LK-TURMA TO WS-TURMA.
           PERFORM CLASSIFICAR-TURMA.
           GOBACK.

       ENTRY "ALUNOCONCEITUAL" USING LK-MATRICULA LK-SERIE
               LK-CONCEITUAL.
           MOVE SPACES TO WS-TURMA.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE LK-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TURMA TO WS-TURMA
               END-READ
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           PERFORM CLASSIFICAR-TURMA.
           GOBACK.

       CLASSIFICAR-TURMA.
           MOVE ZERO TO LK-SERIE.
           MOVE "N" TO LK-CONCEITUAL.
           IF WS-TURMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TURMA TO TUR-CODIGO.
           READ ARQUIVO-TURMA KEY IS TUR-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TUR-SERIE TO LK-SERIE
           END-READ.
           CLOSE ARQUIVO-TURMA.
           IF LK-SERIE = ZERO
               EXIT PARAGRAPH
           END-IF.
      * Basta um conceito cadastrado para a serie: a primeira chave
      * maior ou igual a (serie, brancos) e da propria serie.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-STATUS-ECO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-SERIE TO ECO-SERIE.
           MOVE LOW-VALUES TO ECO-CODIGO.
           START ARQUIVO-ESCALA KEY IS >= ECO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-ESCALA NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ECO-SERIE = LK-SERIE
                               MOVE "S" TO LK-CONCEITUAL
                           END-IF
                   END-READ
           END-START.
           CLOSE ARQUIVO-ESCALA.
