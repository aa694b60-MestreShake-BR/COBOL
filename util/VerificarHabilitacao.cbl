       IDENTIFICATION DIVISION.
           PROGRAM-ID. VERIFICARHABILITACAO.
           AUTHOR. Alexandre S S Alves.

      * Confere se o professor e habilitado para a disciplina numa
      * data: alguma habilitacao dele (habilitacoes.idx) cuja area
      * lecione a disciplina (areas_disciplinas.idx) e que esteja
      * valida na data. Devolve em LK-STATUS:
      *   "H" habilitado;
      *   "V" so por autorizacao ja vencida na data;
      *   "N" nenhuma habilitacao para a disciplina;
      *   "I" cadastro de habilitacoes indisponivel (sem aviso).
      * Chamado por GRADEHORARIA, SUBSTITUICOES e pelo relatorio
      * mensal de HABILITACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HABILITACAO ASSIGN TO "habilitacoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAB-CHAVE
               FILE STATUS IS WS-STATUS-HAB.
           SELECT ARQUIVO-AREA-DISC ASSIGN TO "areas_disciplinas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARD-CHAVE
               FILE STATUS IS WS-STATUS-ARD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-HABILITACAO.
           COPY "RegistroHabilitacao.cpy".

       FD  ARQUIVO-AREA-DISC.
           COPY "RegistroAreaDisciplina.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HAB PIC X(2).
       01 WS-STATUS-ARD PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.

       LINKAGE SECTION.
       01 LK-PROFESSOR PIC X(8).
       01 LK-DISCIPLINA PIC X(20).
       01 LK-DATA PIC 9(8).
       01 LK-STATUS PIC X.
           88 LK-HABILITADO       VALUE "H".
           88 LK-AUTORIZ-VENCIDA  VALUE "V".
           88 LK-NAO-HABILITADO   VALUE "N".
           88 LK-INDISPONIVEL     VALUE "I".

       PROCEDURE DIVISION USING LK-PROFESSOR LK-DISCIPLINA LK-DATA
           LK-STATUS.
       PRINCIPAL.
           SET LK-INDISPONIVEL TO TRUE.
           OPEN INPUT ARQUIVO-HABILITACAO.
           IF WS-STATUS-HAB NOT = "00"
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-AREA-DISC.
           IF WS-STATUS-ARD NOT = "00"
               CLOSE ARQUIVO-HABILITACAO
               GOBACK
           END-IF.
           SET LK-NAO-HABILITADO TO TRUE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE LK-PROFESSOR TO HAB-PROFESSOR.
           MOVE LOW-VALUES TO HAB-AREA.
           START ARQUIVO-HABILITACAO KEY IS >= HAB-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-HABILITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF HAB-PROFESSOR NOT = LK-PROFESSOR
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM CONFERIR-AREA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-AREA-DISC.
           CLOSE ARQUIVO-HABILITACAO.
           GOBACK.

       CONFERIR-AREA.
           MOVE HAB-AREA TO ARD-AREA.
           MOVE LK-DISCIPLINA TO ARD-DISCIPLINA.
           READ ARQUIVO-AREA-DISC KEY IS ARD-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HAB-VALIDADE = ZERO OR HAB-VALIDADE >= LK-DATA
                       SET LK-HABILITADO TO TRUE
                       MOVE "S" TO WS-FIM-ARQUIVO
                   ELSE
                       SET LK-AUTORIZ-VENCIDA TO TRUE
                   END-IF
           END-READ.
