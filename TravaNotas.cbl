      * pelo fluxo de CORRECAONOTAS. O destravamento exige operador
      * de perfil B e deixa uma linha de auditoria em
      * trava_auditoria.log, no mesmo layout dos demais logs.
      * Bimestre com nota pendente (aluno ativo da turma sem
      * REG-NOTA-DISC numa disciplina que a turma tem na grade, pela
      * contagem de PENDENCIASNOTAS) nao e travado; a coordenacao
      * (perfil B) pode travar assim mesmo, e a trava forcada fica
      * no log como TRAVAR-PEN com a quantidade pendente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "trava_auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT ARQUIVO-GRADE ASSIGN TO "grade_horaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRH-CHAVE
               FILE STATUS IS WS-STATUS-GRH.

       DATA DIVISION.
       FILE SECTION.
           05 AUD-DATA-HORA     PIC X(20).
           05 AUD-OPERADOR      PIC X(8).

       FD  ARQUIVO-GRADE.
           COPY "RegistroGradeHoraria.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-STATUS-GRH PIC X(2).
       01 WS-CONFIRMA PIC X.
       01 WS-COM-PENDENCIA PIC X VALUE "N".
      * Disciplinas da turma na grade, para a conferencia de notas
      * pendentes antes da trava.
       01 WS-TAB-DISC-TURMA.
           05 WS-DT-DISCIPLINA PIC X(20) OCCURS 30 TIMES.
       01 WS-DT-QTD PIC 9(2).
       01 WS-IND PIC 9(2).
       01 WS-ACHOU PIC X.
       01 WS-ALUNOS PIC 9(3).
       01 WS-PENDENTES PIC 9(3).
       01 WS-TOTAL-PENDENTES PIC 9(4).

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE WS-BIMESTRE TO TRV-BIMESTRE.

       TRAVAR-BIMESTRE.
           MOVE "N" TO WS-COM-PENDENCIA.
           PERFORM ACEITAR-CHAVE.
           PERFORM CONFERIR-PENDENCIAS.
           IF WS-TOTAL-PENDENTES > ZERO
               IF WS-PERFIL-SESSAO NOT = "B"
                   DISPLAY "Trava recusada: ha " WS-TOTAL-PENDENTES
                       " nota(s) pendente(s). So a coordenacao "
                       "(perfil B) pode travar assim mesmo."
                   PERFORM PRINCIPAL
               END-IF
               DISPLAY "Ha " WS-TOTAL-PENDENTES " nota(s) "
                   "pendente(s). Travar assim mesmo (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Nada travado."
                   PERFORM PRINCIPAL
               END-IF
               MOVE "S" TO WS-COM-PENDENCIA
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-TURMA TO TRV-TURMA.
           MOVE WS-ANO-LETIVO TO TRV-ANO-LETIVO.
           MOVE WS-BIMESTRE TO TRV-BIMESTRE.
           MOVE WS-OPERADOR-SESSAO TO TRV-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA TO TRV-DATA-HORA.
               NOT INVALID KEY
                   DISPLAY "Bimestre " WS-BIMESTRE " da turma "
                       WS-TURMA " travado."
                   IF WS-COM-PENDENCIA = "S"
                       MOVE "TRAVAR-PEN" TO AUD-OPERACAO
                   ELSE
                       MOVE "TRAVAR" TO AUD-OPERACAO
                   END-IF
                   PERFORM GRAVAR-AUDITORIA
           END-WRITE.
           CLOSE ARQUIVO-TRAVA.
           PERFORM PRINCIPAL.

       DESTRAVAR-BIMESTRE.
           MOVE "N" TO WS-COM-PENDENCIA.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o destravamento exige "
                   "perfil B."
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO AUD-VALOR-NOVO.
           IF WS-COM-PENDENCIA = "S"
               STRING "PENDENTES " WS-TOTAL-PENDENTES
                      DELIMITED BY SIZE INTO AUD-VALOR-NOVO
               END-STRING
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.

       CONFERIR-PENDENCIAS.
      * Disciplinas da turma na grade e, para cada uma, os alunos
      * ativos ainda sem nota no bimestre. Sem grade nao ha o que
      * conferir e a trava segue como antes.
           MOVE ZERO TO WS-DT-QTD.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           OPEN INPUT ARQUIVO-GRADE.
           IF WS-STATUS-GRH NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-GRADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF GRH-TURMA = WS-TURMA
                           PERFORM INCLUIR-DISC-TURMA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-GRADE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-DT-QTD
               CALL "PENDENCIASNOTAS" USING WS-TURMA WS-ANO-LETIVO
                   WS-BIMESTRE WS-DT-DISCIPLINA(WS-IND)
                   WS-ALUNOS WS-PENDENTES
               IF WS-PENDENTES > ZERO
                   DISPLAY "  " WS-DT-DISCIPLINA(WS-IND) " "
                       WS-PENDENTES " de " WS-ALUNOS
                       " aluno(s) sem nota"
                   ADD WS-PENDENTES TO WS-TOTAL-PENDENTES
               END-IF
           END-PERFORM.

       INCLUIR-DISC-TURMA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-DT-QTD
               IF WS-DT-DISCIPLINA(WS-IND) = GRH-DISCIPLINA
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-DT-QTD TO WS-IND
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-DT-QTD < 30
               ADD 1 TO WS-DT-QTD
               MOVE GRH-DISCIPLINA TO WS-DT-DISCIPLINA(WS-DT-QTD)
           END-IF.

       LISTAR-TRAVAS.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-ARQUIVO.
