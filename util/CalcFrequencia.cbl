      * pela entrada principal ja e o ajustado; a entrada
      * CALCFREQDETALHE devolve tambem o bruto e os dias
      * justificados, para a listagem de promocao mostrar os dois
      * lado a lado. A entrada CALCFREQPERIODO faz a mesma apuracao
      * restrita a uma faixa de datas (o mes de referencia do
      * acompanhamento do Bolsa Familia, por exemplo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-AT-QTD PIC 9(2).
       01 WS-IND PIC 9(2).
       01 WS-DIA-JUSTIFICADO PIC X.
      * Faixa de datas apurada; as entradas anuais usam a faixa
      * inteira.
       01 WS-DATA-INICIO PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-JUSTIFICADOS PIC 9(5).
       01 LK-PERC-BRUTO PIC 9(3)V9(2).
       01 LK-PERC-AJUSTADO PIC 9(3)V9(2).
       01 LK-DATA-INICIO PIC 9(8).
       01 LK-DATA-FIM PIC 9(8).

       PROCEDURE DIVISION USING LK-MATRICULA LK-ANO-LETIVO
               LK-PRESENCAS LK-DIAS-LETIVOS LK-PERCENTUAL.
           MOVE ZERO TO LK-PRESENCAS.
           MOVE ZERO TO LK-DIAS-LETIVOS.
           MOVE ZERO TO LK-PERCENTUAL.
           MOVE ZERO TO WS-DATA-INICIO.
           MOVE 99999999 TO WS-DATA-FIM.

           PERFORM APURAR-TUDO.
           MOVE WS-PERC-BRUTO TO LK-PERCENTUAL.
           MOVE ZERO TO LK-JUSTIFICADOS.
           MOVE ZERO TO LK-PERC-BRUTO.
           MOVE ZERO TO LK-PERC-AJUSTADO.
           MOVE ZERO TO WS-DATA-INICIO.
           MOVE 99999999 TO WS-DATA-FIM.

           PERFORM APURAR-TUDO.
           MOVE WS-JUSTIFICADOS TO LK-JUSTIFICADOS.

           GOBACK.

      * Entrada por periodo: so os dias letivos e as presencas entre
      * LK-DATA-INICIO e LK-DATA-FIM (inclusive). O percentual
      * devolvido e o ajustado pelos atestados, como na principal.
       ENTRY "CALCFREQPERIODO" USING LK-MATRICULA LK-ANO-LETIVO
               LK-DATA-INICIO LK-DATA-FIM
               LK-PRESENCAS LK-DIAS-LETIVOS LK-PERCENTUAL.
           MOVE ZERO TO LK-PRESENCAS.
           MOVE ZERO TO LK-DIAS-LETIVOS.
           MOVE ZERO TO LK-PERCENTUAL.
           MOVE LK-DATA-INICIO TO WS-DATA-INICIO.
           MOVE LK-DATA-FIM TO WS-DATA-FIM.

           PERFORM APURAR-TUDO.
           MOVE WS-PERC-BRUTO TO LK-PERCENTUAL.
           IF WS-DIVISOR > ZERO
               COMPUTE LK-PERCENTUAL =
                   (LK-PRESENCAS * 100) / WS-DIVISOR
               IF LK-PERCENTUAL > 100
                   MOVE 100 TO LK-PERCENTUAL
               END-IF
           END-IF.

           GOBACK.

       APURAR-TUDO.
           MOVE ZERO TO WS-JUSTIFICADOS.
           MOVE ZERO TO WS-PERC-BRUTO.
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF (CAL-ANO-LETIVO = LK-ANO-LETIVO
                                   OR LK-ANO-LETIVO = ZERO)
                                   AND CAL-DATA >= WS-DATA-INICIO
                                   AND CAL-DATA <= WS-DATA-FIM
                               ADD 1 TO LK-DIAS-LETIVOS
                               PERFORM CONFERIR-DIA-JUSTIFICADO
                               IF WS-DIA-JUSTIFICADO = "S"
                           IF FRQ-MATRICULA = LK-MATRICULA
                                   AND (FRQ-ANO-LETIVO = LK-ANO-LETIVO
                                       OR LK-ANO-LETIVO = ZERO)
                                   AND FRQ-DATA >= WS-DATA-INICIO
                                   AND FRQ-DATA <= WS-DATA-FIM
                                   AND FRQ-ALUNO-PRESENTE
                               ADD 1 TO LK-PRESENCAS
                           END-IF
