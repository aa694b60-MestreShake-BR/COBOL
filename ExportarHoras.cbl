      * substituto as aulas cobertas (substituicoes.dat). Sai em
      * horas_professores.txt no layout posicional de
      * LayoutHoras.cpy, com trailer de totais na disciplina do
      * intercambio do censo. Os encontros de contraturno do mes
      * (contraturno_sessoes.idx) sao creditados a quem os deu, em
      * encontros e minutos, separados das aulas da grade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-SUBST ASSIGN TO "substituicoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUB.
           SELECT ARQUIVO-SESSAO ASSIGN TO "contraturno_sessoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CHAVE
               FILE STATUS IS WS-STATUS-SCT.
           SELECT ARQUIVO-HORAS ASSIGN TO "horas_professores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOR.
       FD  ARQUIVO-SUBST.
           COPY "RegistroSubstituicao.cpy".

       FD  ARQUIVO-SESSAO.
           COPY "RegistroSessaoContraturno.cpy".

       FD  ARQUIVO-HORAS.
           COPY "LayoutHoras.cpy".

       01 WS-STATUS-AUS PIC X(2).
       01 WS-STATUS-SUB PIC X(2).
       01 WS-STATUS-HOR PIC X(2).
       01 WS-STATUS-SCT PIC X(2).
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-DATA-COMP PIC 9(6).
       01 WS-FIM-ARQUIVO PIC X.
               10 WS-TP-PROF PIC X(8).
               10 WS-TP-REGULARES PIC 9(4).
               10 WS-TP-SUBST PIC 9(4).
               10 WS-TP-ENCONTROS PIC 9(4).
               10 WS-TP-MINUTOS PIC 9(5).
       01 WS-TP-QTD PIC 9(2) VALUE ZERO.
       01 WS-IND PIC 9(3).
       01 WS-IND-ACHADO PIC 9(3).
       01 WS-TIPO-CREDITO PIC X.
       01 WS-TOTAL-AULAS PIC 9(6) VALUE ZERO.
       01 WS-DIAS-NO-MES PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ENCONTROS PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-MINUTOS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           END-PERFORM.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-GRADE.
           PERFORM APURAR-CONTRATURNO.

           IF WS-DIAS-NO-MES = ZERO
               DISPLAY "Nenhum dia letivo na competencia."
           DISPLAY "Dias letivos no mes:     " WS-DIAS-NO-MES.
           DISPLAY "Professores na folha:    " WS-TP-QTD.
           DISPLAY "Total de aulas creditadas: " WS-TOTAL-AULAS.
           DISPLAY "Encontros de contraturno:  " WS-TOTAL-ENCONTROS.
           DISPLAY "Arquivo gravado: horas_professores.txt".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.

       APURAR-CONTRATURNO.
      * Encontro de contraturno dado no mes conta para quem o deu
      * (SCT-INSTRUTOR), com a duracao registrada na chamada.
           OPEN INPUT ARQUIVO-SESSAO.
           IF WS-STATUS-SCT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SESSAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SCT-DATA(1:6) TO WS-DATA-COMP
                       IF WS-DATA-COMP = WS-COMPETENCIA
                               AND SCT-INSTRUTOR NOT = SPACES
                           MOVE SCT-INSTRUTOR TO WS-PROF-CREDITADO
                           MOVE "C" TO WS-TIPO-CREDITO
                           PERFORM ACUMULAR-CREDITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SESSAO.

       CREDITAR-AULA.
           PERFORM CONFERIR-AUSENCIA.
           IF WS-PROF-AUSENTE = "S"
                   TO WS-TP-PROF(WS-IND-ACHADO)
               MOVE ZERO TO WS-TP-REGULARES(WS-IND-ACHADO)
               MOVE ZERO TO WS-TP-SUBST(WS-IND-ACHADO)
               MOVE ZERO TO WS-TP-ENCONTROS(WS-IND-ACHADO)
               MOVE ZERO TO WS-TP-MINUTOS(WS-IND-ACHADO)
           END-IF.
           IF WS-IND-ACHADO > ZERO
               EVALUATE WS-TIPO-CREDITO
                   WHEN "C"
                       ADD 1 TO WS-TP-ENCONTROS(WS-IND-ACHADO)
                       ADD SCT-MINUTOS TO WS-TP-MINUTOS(WS-IND-ACHADO)
                       ADD 1 TO WS-TOTAL-ENCONTROS
                       ADD SCT-MINUTOS TO WS-TOTAL-MINUTOS
                   WHEN "S"
                       ADD 1 TO WS-TP-SUBST(WS-IND-ACHADO)
                       ADD 1 TO WS-TOTAL-AULAS
                   WHEN OTHER
                       ADD 1 TO WS-TP-REGULARES(WS-IND-ACHADO)
                       ADD 1 TO WS-TOTAL-AULAS
               END-EVALUATE
           END-IF.

       GRAVAR-EXPORT.
               MOVE WS-TP-SUBST(WS-IND) TO HOR-D-AULAS-SUBST
               COMPUTE HOR-D-AULAS-TOTAL =
                   WS-TP-REGULARES(WS-IND) + WS-TP-SUBST(WS-IND)
               MOVE WS-TP-ENCONTROS(WS-IND)
                   TO HOR-D-ENCONTROS-CONTRATURNO
               MOVE WS-TP-MINUTOS(WS-IND)
                   TO HOR-D-MINUTOS-CONTRATURNO
               WRITE HOR-REGISTRO
           END-PERFORM.
           MOVE SPACES TO HOR-REGISTRO.
           MOVE "99" TO HOR-T-TIPO.
           MOVE WS-TP-QTD TO HOR-T-QTD-PROFESSORES.
           MOVE WS-TOTAL-AULAS TO HOR-T-TOTAL-AULAS.
           MOVE WS-TOTAL-ENCONTROS TO HOR-T-TOTAL-ENCONTROS.
           MOVE WS-TOTAL-MINUTOS TO HOR-T-TOTAL-MINUTOS.
           WRITE HOR-REGISTRO.
           CLOSE ARQUIVO-HORAS.
