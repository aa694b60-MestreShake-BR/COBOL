      * relatorio de inadimplencia), gera as parcelas em
      * mensalidades.idx sob competencia 99NNPP e acompanha o
      * cumprimento: parcela vencida e nao paga quebra o acordo,
      * todas pagas quitam. Cobranca original que estava negativada
      * tem a exclusao emitida na hora do acordo (BAIXANEGATIVACAO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TOTAL-QUEBRADOS PIC 9(3).
       01 WS-TOTAL-QUITADOS PIC 9(3).
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-MOTIVO-NEGATIVACAO PIC X(1) VALUE "A".

       PROCEDURE DIVISION.
       PRINCIPAL.
                       SET MEN-RENEGOCIADA TO TRUE
                       MOVE WS-NUMERO-NOVO TO MEN-ACORDO
                       REWRITE REG-MENSALIDADE
                       CALL "BAIXANEGATIVACAO" USING MEN-MATRICULA
                           MEN-COMPETENCIA WS-MOTIVO-NEGATIVACAO
               END-READ
           END-PERFORM.

