       IDENTIFICATION DIVISION.
           PROGRAM-ID. VALIDARTELEFONE.
           AUTHOR. Alexandre S S Alves.

      * Confere o telefone do cadastro de responsaveis para envio de
      * SMS: tira tudo que nao e digito (parenteses, traco, espaco)
      * e aceita 10 ou 11 digitos -- DDD mais numero fixo ou
      * celular -- com DDD que nao comeca por zero. Devolve o numero
      * so com os digitos, alinhado a esquerda, e S/N em LK-VALIDO;
      * telefone em branco volta como invalido.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I PIC 9(2).
       01 WS-QTD-DIGITOS PIC 9(2).

       LINKAGE SECTION.
       01 LK-TELEFONE PIC X(15).
       01 LK-NUMERO PIC X(11).
       01 LK-VALIDO PIC X(1).

       PROCEDURE DIVISION USING LK-TELEFONE LK-NUMERO LK-VALIDO.
       PRINCIPAL.
           MOVE SPACES TO LK-NUMERO.
           MOVE "N" TO LK-VALIDO.
           MOVE ZERO TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
               IF LK-TELEFONE(WS-I:1) IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   IF WS-QTD-DIGITOS <= 11
                       MOVE LK-TELEFONE(WS-I:1)
                           TO LK-NUMERO(WS-QTD-DIGITOS:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF (WS-QTD-DIGITOS = 10 OR WS-QTD-DIGITOS = 11)
                   AND LK-NUMERO(1:1) NOT = "0"
               MOVE "S" TO LK-VALIDO
           END-IF.
           GOBACK.
