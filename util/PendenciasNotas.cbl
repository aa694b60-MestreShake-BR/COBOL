       IDENTIFICATION DIVISION.
           PROGRAM-ID. PENDENCIASNOTAS.
           AUTHOR. Alexandre S S Alves.

      * Contagem compartilhada das notas pendentes de uma turma numa
      * disciplina e bimestre: quantos alunos ativos da turma em
      * alunos.idx ainda nao tem REG-NOTA-DISC em
      * notas_disciplina.idx para o ano/bimestre. Usado pelo
      * acompanhamento de prazos (PRAZOSNOTAS) e pela trava de
      * bimestre (TRAVANOTAS), para os dois contarem igual.

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
           SELECT ARQUIVO-NOTAS-DISC
               ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-NOTAS-DISC.
           COPY "RegistroNotaDisciplina.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NOTAS-ABERTO PIC X.

       LINKAGE SECTION.
       01 LK-TURMA PIC X(10).
       01 LK-ANO-LETIVO PIC 9(4).
       01 LK-BIMESTRE PIC 9(1).
       01 LK-DISCIPLINA PIC X(20).
       01 LK-ALUNOS PIC 9(3).
       01 LK-PENDENTES PIC 9(3).

       PROCEDURE DIVISION USING LK-TURMA LK-ANO-LETIVO LK-BIMESTRE
               LK-DISCIPLINA LK-ALUNOS LK-PENDENTES.
       PRINCIPAL.
           MOVE ZERO TO LK-ALUNOS.
           MOVE ZERO TO LK-PENDENTES.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               GOBACK
           END-IF.
      * Sem notas_disciplina.idx, todo aluno da turma esta pendente.
           MOVE "N" TO WS-NOTAS-ABERTO.
           OPEN INPUT ARQUIVO-NOTAS-DISC.
           IF WS-STATUS-ND = "00"
               MOVE "S" TO WS-NOTAS-ABERTO
           END-IF.
      * So os alunos da turma, pela chave alternativa TURMA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-TURMA TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TURMA NOT = LK-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF CTL-MARCADOR NOT = "TRL"
                                   AND (SITUACAO-ALUNO = SPACES
                                       OR ALUNO-ATIVO)
                               PERFORM CONFERIR-NOTA-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-NOTAS-ABERTO = "S"
               CLOSE ARQUIVO-NOTAS-DISC
           END-IF.
           GOBACK.

       CONFERIR-NOTA-ALUNO.
           ADD 1 TO LK-ALUNOS.
           IF WS-NOTAS-ABERTO = "N"
               ADD 1 TO LK-PENDENTES
               EXIT PARAGRAPH
           END-IF.
           MOVE MATRICULA-ALUNO TO ND-MATRICULA.
           MOVE LK-ANO-LETIVO TO ND-ANO-LETIVO.
           MOVE LK-DISCIPLINA TO ND-DISCIPLINA.
           MOVE LK-BIMESTRE TO ND-BIMESTRE.
           READ ARQUIVO-NOTAS-DISC KEY IS ND-CHAVE
               INVALID KEY
                   ADD 1 TO LK-PENDENTES
           END-READ.
