      * pelo nome do modulo), grava o resultado em
      * batch_historico.dat como as etapas do lote noturno e acusa
      * o que passou do dia sem rodar. Perder a janela do censo por
      * causa de ferias deixa de ser possivel. Job semanal (S) usa
      * JOB-DIA como dia da semana, 1 segunda-feira a 7 domingo
      * (o indice de risco, RISCO-SEMANAL, roda assim). Job diario
      * (D) vence todo dia e ignora mes e dia (os prazos da
      * ouvidoria, OUVIDORIA-PRAZOS, rodam assim).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 JOB-FREQ PIC X(1).
               88 JOB-MENSAL VALUE "M".
               88 JOB-ANUAL  VALUE "A".
               88 JOB-SEMANAL VALUE "S".
               88 JOB-DIARIO VALUE "D".
           05 JOB-MES PIC 9(2).
           05 JOB-DIA PIC 9(2).
           05 JOB-ULTIMA-EXEC PIC 9(8).
           05 WS-VENC-MES PIC 9(2).
           05 WS-VENC-DIA PIC 9(2).
       01 WS-DIAS-ATRASO PIC S9(5) COMP.
       01 WS-DIA-INTEIRO PIC 9(7).
       01 WS-DIA-SEMANA PIC 9(1).
       01 WS-DIAS-RECUO PIC 9(1).
       01 WS-ED-DIAS PIC ZZZZ9.
       01 WS-JOB-DEVIDO PIC X.
       01 WS-NOME-MODULO PIC X(20).
       CADASTRAR-JOB.
           DISPLAY "Nome do modulo (ex: EXPORTARCENSO): ".
           ACCEPT JOB-NOME.
           DISPLAY "Frequencia (M=mensal A=anual S=semanal "
               "D=diario): ".
           ACCEPT JOB-FREQ.
           IF JOB-FREQ NOT = "A" AND JOB-FREQ NOT = "S"
                   AND JOB-FREQ NOT = "D"
               MOVE "M" TO JOB-FREQ
           END-IF.
           MOVE ZERO TO JOB-MES.
                   MOVE 1 TO JOB-MES
               END-IF
           END-IF.
           IF JOB-DIARIO
               MOVE ZERO TO JOB-DIA
           ELSE
               IF JOB-SEMANAL
                   DISPLAY "Dia da semana (1=segunda a 7=domingo): "
                   ACCEPT JOB-DIA
                   IF JOB-DIA = ZERO OR JOB-DIA > 7
                       MOVE 1 TO JOB-DIA
                   END-IF
               ELSE
                   DISPLAY "Dia do mes (1 a 28): "
                   ACCEPT JOB-DIA
                   IF JOB-DIA = ZERO OR JOB-DIA > 28
                       MOVE 1 TO JOB-DIA
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO JOB-ULTIMA-EXEC.
           OPEN EXTEND ARQUIVO-AGENDA.
      * mensal, o dia JOB-DIA deste mes (ou do mes anterior, se o
      * dia ainda nao chegou); para o anual, JOB-MES/JOB-DIA deste
      * ano (ou do ano passado). JOB-DIA e limitado a 28 no
      * cadastro, entao a data montada sempre existe. Para o
      * semanal, o ultimo dia JOB-DIA da semana ate hoje: o dia 1
      * da contagem de INTEGER-OF-DATE (01/01/1601) foi segunda.
      * Para o diario, hoje.
           IF JOB-DIARIO
               MOVE WS-HOJE TO WS-DATA-VENC
               EXIT PARAGRAPH
           END-IF.
           IF JOB-SEMANAL
               COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-INTEIRO - 1, 7) + 1
               COMPUTE WS-DIAS-RECUO =
                   FUNCTION MOD(WS-DIA-SEMANA - JOB-DIA + 7, 7)
               COMPUTE WS-DATA-VENC = FUNCTION DATE-OF-INTEGER(
                   WS-DIA-INTEIRO - WS-DIAS-RECUO)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOJE-ANO TO WS-VENC-ANO.
           MOVE JOB-DIA TO WS-VENC-DIA.
           IF JOB-MENSAL
