      * mesmo desenho de menu de TURMAS.cbl. Com o cadastro,
      * TURMAS.cbl passa a validar TUR-SALA (existencia, situacao e
      * capacidade) e GRADEHORARIA flagra duas turmas na mesma sala
      * fisica no mesmo dia/periodo. A busca e a lista mostram a
      * sala bloqueada hoje por chamado de manutencao
      * (SALABLOQUEADA; chamados em CHAMADOSMANUTENCAO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CONFIRMA PIC X.
       01 WS-CAPACIDADE-TEXTO PIC X(3).
       01 WS-TOTAL-LISTADO PIC 9(3) VALUE ZERO.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-SALA-BLOQUEADA PIC X.
       01 WS-CHAMADO-BLOQ PIC 9(6).
       01 WS-FIM-BLOQ PIC 9(8).
       01 WS-PROBLEMA-BLOQ PIC X(40).
       01 WS-MARCA-BLOQUEIO PIC X(15).

       PROCEDURE DIVISION.
       PRINCIPAL.
       FECHAR-ARQUIVO.
           CLOSE ARQUIVO-SALA.

       CONFERIR-BLOQUEIO.
      * Bloqueio por chamado de manutencao na data de hoje; fim
      * zerado = ate o fechamento do chamado.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           CALL "SALABLOQUEADA" USING SAL-CODIGO WS-HOJE
               WS-SALA-BLOQUEADA WS-CHAMADO-BLOQ WS-FIM-BLOQ
               WS-PROBLEMA-BLOQ.
           MOVE SPACES TO WS-MARCA-BLOQUEIO.
           IF WS-SALA-BLOQUEADA = "S"
               STRING " BLOQ " WS-CHAMADO-BLOQ
                   DELIMITED BY SIZE INTO WS-MARCA-BLOQUEIO
               END-STRING
           END-IF.

       ACEITAR-DADOS-SALA.
           DISPLAY "Descricao: ".
           ACCEPT SAL-DESCRICAO.
                   DISPLAY "Capacidade: " SAL-CAPACIDADE
                   DISPLAY "Recurso:    " SAL-RECURSO
                   DISPLAY "Status:     " SAL-STATUS
                   PERFORM CONFERIR-BLOQUEIO
                   IF WS-SALA-BLOQUEADA = "S"
                       DISPLAY "Bloqueada:  chamado " WS-CHAMADO-BLOQ
                           " ate " WS-FIM-BLOQ
                       DISPLAY "            " WS-PROBLEMA-BLOQ
                   END-IF
           END-READ.
           PERFORM FECHAR-ARQUIVO.
           PERFORM PRINCIPAL.
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADO
                       PERFORM CONFERIR-BLOQUEIO
                       DISPLAY SAL-CODIGO " " SAL-DESCRICAO
                           " cap " SAL-CAPACIDADE
                           " " SAL-RECURSO
                           " " SAL-STATUS
                           WS-MARCA-BLOQUEIO
               END-READ
           END-PERFORM.
           PERFORM FECHAR-ARQUIVO.
