      * professores.idx e contra a propria grade dele no
      * dia/periodo, para nao registrar cobertura de quem estava em
      * sala. O demonstrativo mensal conta as aulas cobertas por
      * substituto, que e o numero do pagamento. Substituto sem
      * habilitacao para a disciplina da aula (habilitacoes.idx),
      * ou com autorizacao vencida na data, gera aviso no registro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-STATUS-HABILITACAO PIC X.
      * Contagem por substituto no demonstrativo mensal.
       01 WS-TAB-SUBS.
           05 WS-TS-ENT OCCURS 30 TIMES.
                   CONTINUE
           END-READ.
           CLOSE ARQUIVO-GRADE.
           MOVE GRH-DISCIPLINA TO WS-DISCIPLINA.
           CALL "VERIFICARHABILITACAO" USING WS-SUBSTITUTO
               WS-DISCIPLINA WS-DATA-AULA WS-STATUS-HABILITACAO.
           EVALUATE WS-STATUS-HABILITACAO
               WHEN "N"
                   DISPLAY "AVISO: o substituto nao tem habilitacao "
                       "cadastrada para " WS-DISCIPLINA "."
               WHEN "V"
                   DISPLAY "AVISO: a autorizacao do substituto para "
                       WS-DISCIPLINA " esta vencida na data."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           OPEN EXTEND ARQUIVO-SUBST.
           IF WS-STATUS-SUB = "35"
