      * turma no mesmo dia, e o periodo informado e conferido contra
      * grade_horaria.idx: a prova precisa cair num horario em que
      * aquela disciplina e realmente dada para a turma. O quadro de
      * provas por turma sai via IMPRELATORIO para o mural. A lista
      * de alunos de uma prova traz, ao lado de cada aluno com
      * atendimento especializado (aee.idx, via AEEALUNO), as
      * adaptacoes a que ele tem direito: tempo adicional, sala
      * separada, prova ampliada, ledor e as demais. Prova nao e
      * marcada na sala da turma (turmas.idx) quando ela esta
      * bloqueada na data por chamado de manutencao
      * (SALABLOQUEADA), a nao ser que o operador confirme que a
      * turma fara a prova remanejada em outra sala.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WS-STATUS-DIS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DISCIPLINA.
           COPY "RegistroDisciplina.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-GRH PIC X(2).
       01 WS-STATUS-DIS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-TURMA PIC X(10).
       01 WS-DATA-PROVA PIC 9(8).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-TITULO-REL PIC X(40)
           VALUE "QUADRO DE PROVAS DA TURMA".
       01 WS-LINHA-REL PIC X(80).
       01 WS-NOME-REL-ALUNOS PIC X(30) VALUE "alunos_prova.rel".
       01 WS-TITULO-REL-ALUNOS PIC X(40)
           VALUE "LISTA DE ALUNOS DA PROVA".
       01 WS-TOTAL-AEE PIC 9(3).
       01 WS-TEM-AEE PIC X.
       01 WS-AEE-CATEGORIA PIC X(41).
       01 WS-AEE-ADAPTACOES PIC X(60).
       01 WS-AEE-OBS PIC X(40).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-SALA-TURMA PIC X(10).
       01 WS-SALA-BLOQUEADA PIC X.
       01 WS-CHAMADO-BLOQ PIC 9(6).
       01 WS-FIM-BLOQ PIC 9(8).
       01 WS-PROBLEMA-BLOQ PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "1 -  Agendar Prova                 ".
           DISPLAY "2 -  Cancelar Prova                ".
           DISPLAY "3 -  Quadro de Provas da Turma     ".
           DISPLAY "4 -  Lista de Alunos da Prova      ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.
               WHEN 3
                   PERFORM QUADRO-DE-PROVAS
               WHEN 4
                   PERFORM LISTA-ALUNOS-PROVA
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
               DISPLAY "Agendamento cancelado."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM CONFERIR-SALA-BLOQUEADA.
           IF WS-ENCAIXE-OK NOT = "S"
               DISPLAY "Agendamento cancelado."
               PERFORM PRINCIPAL
           END-IF.

           PERFORM ABRIR-ARQUIVO.
           MOVE WS-TURMA TO PRV-TURMA.
               END-IF
           END-IF.

       CONFERIR-SALA-BLOQUEADA.
      * Sala da turma bloqueada na data da prova por chamado de
      * manutencao: recusa, salvo remanejamento confirmado.
           MOVE SPACES TO WS-SALA-TURMA.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE WS-TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-SALA TO WS-SALA-TURMA
               END-READ
               CLOSE ARQUIVO-TURMA
           END-IF.
           CALL "SALABLOQUEADA" USING WS-SALA-TURMA WS-DATA-PROVA
               WS-SALA-BLOQUEADA WS-CHAMADO-BLOQ WS-FIM-BLOQ
               WS-PROBLEMA-BLOQ.
           IF WS-SALA-BLOQUEADA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Erro: a sala " WS-SALA-TURMA " estara bloqueada "
               "em " WS-DATA-PROVA " pelo chamado " WS-CHAMADO-BLOQ.
           DISPLAY "       (" WS-PROBLEMA-BLOQ ").".
           DISPLAY "A turma fara a prova remanejada em outra sala? "
               "(S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DISPLAY "Aviso: avise o aplicador da sala remanejada."
           ELSE
               MOVE "N" TO WS-ENCAIXE-OK
           END-IF.

       CANCELAR-PROVA.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           PERFORM PRINCIPAL.

       LISTA-ALUNOS-PROVA.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           DISPLAY "Data da prova (AAAAMMDD): ".
           ACCEPT WS-DATA-PROVA.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-TURMA TO PRV-TURMA.
           MOVE WS-DATA-PROVA TO PRV-DATA.
           READ ARQUIVO-PROVA KEY IS PRV-CHAVE
               INVALID KEY
                   DISPLAY "Prova nao encontrada."
                   CLOSE ARQUIVO-PROVA
                   PERFORM PRINCIPAL
           END-READ.
           CLOSE ARQUIVO-PROVA.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE ZERO TO WS-TOTAL-AEE.
           CALL "REL-ABRIR" USING WS-NOME-REL-ALUNOS
               WS-TITULO-REL-ALUNOS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMA: " WS-TURMA " DATA " PRV-DATA
                  " PERIODO " PRV-PERIODO " BIM " PRV-BIMESTRE
                  " " PRV-DISCIPLINA
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-TURMA TO TURMA.
           START ARQUIVO-ALUNOS KEY IS = TURMA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TURMA NOT = WS-TURMA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF SITUACAO-ALUNO = SPACES
                                   OR SITUACAO-ALUNO = "A"
                               PERFORM IMPRIMIR-ALUNO-PROVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL DE ALUNOS: " WS-TOTAL-LISTADO
                  "  COM ADAPTACAO: " WS-TOTAL-AEE
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Lista gravada para " WS-TOTAL-LISTADO
               " aluno(s).".
           PERFORM PRINCIPAL.

       IMPRIMIR-ALUNO-PROVA.
      * As adaptacoes saem na linha de baixo, recuadas, para o
      * aplicador ver antes de distribuir a prova.
           ADD 1 TO WS-TOTAL-LISTADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " MATRICULA-ALUNO " " NOME-ALUNO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "AEEALUNO" USING MATRICULA-ALUNO WS-TEM-AEE
               WS-AEE-CATEGORIA WS-AEE-ADAPTACOES WS-AEE-OBS.
           IF WS-TEM-AEE = "S"
               ADD 1 TO WS-TOTAL-AEE
               MOVE "*AEE*" TO WS-LINHA-REL(31:5)
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF WS-TEM-AEE = "S"
               MOVE SPACES TO WS-LINHA-REL
               STRING "        ADAPTACOES: " WS-AEE-ADAPTACOES
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
