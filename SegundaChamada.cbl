      * notas_disciplina.idx por aqui, com ND-ORIGEM marcando a
      * segunda chamada -- em vez da nota sobreposta na mao,
      * indistinguivel de um lancamento comum. A media e recalculada
      * pela politica oficial (CALCMEDIA). Pedido com taxa devida
      * lanca a taxa avulsa SC (LANCARTAXA), cobrada com a
      * mensalidade; paga, ela volta marcada como paga no pedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-TAXA-TIPO PIC X(2) VALUE "SC".
       01 WS-TAXA-QTD PIC 9(3) VALUE 1.
       01 WS-TAXA-REF PIC X(30).
       01 WS-TAXA-NUMERO PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
                   DISPLAY "Ja existe pedido para essa chave."
               NOT INVALID KEY
                   DISPLAY "Pedido registrado. Aguarda aprovacao."
                   IF SGC-TAXA-DEVIDA
                       MOVE SGC-CHAVE TO WS-TAXA-REF
                       CALL "LANCARTAXA" USING WS-TAXA-TIPO
                           WS-MATRICULA WS-TAXA-QTD WS-TAXA-REF
                           WS-TAXA-NUMERO
                   END-IF
           END-WRITE.
           CLOSE ARQUIVO-SEGCHAMADA.
           PERFORM PRINCIPAL.
