       IDENTIFICATION DIVISION.
           PROGRAM-ID. RETORNOMENSAGENS.
           AUTHOR. Alexandre S S Alves.

      * Retorno do provedor de SMS e contatos invalidos. Le
      * mensagens_retorno.txt, uma linha por mensagem do lote
      * (NUMERO;SITUACAO;DATA(AAAAMMDD);MOTIVO, situacao E entregue
      * ou F falhou), e baixa a situacao em mensagens.idx. Mensagem
      * que falhou e tinha ido no lugar da carta volta a fila de
      * eventos (GRAVAREVENTO, mesmo tipo, chave e dados) para
      * NOTIFICACOES imprimir a carta no proximo despacho; se a
      * carta ja tinha saido junto, a mensagem fica C direto. So
      * mensagem ainda E e baixada, entao reprocessar o mesmo
      * retorno nao duplica nada.
      * Depois imprime contatos_invalidos.rel via IMPRELATORIO:
      * responsaveis de responsaveis.idx sem telefone ou com
      * telefone que VALIDARTELEFONE recusa, e responsaveis cujo
      * SMS falhou no telefone que ainda esta no cadastro -- a lista
      * para a secretaria atualizar o contato da familia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO ASSIGN TO "mensagens_retorno.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-MENSAGEM ASSIGN TO "mensagens.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-NUMERO
               ALTERNATE RECORD KEY IS MSG-MATRICULA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MSG.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RETORNO.
       01 LINHA-RETORNO PIC X(80).

       FD  ARQUIVO-MENSAGEM.
           COPY "RegistroMensagem.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-MSG PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-RSP-OK PIC X.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(30) OCCURS 4 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2).
       01 WS-NUMERO-RETORNO PIC 9(7).
       01 WS-DATA-RETORNO PIC 9(8).
       01 WS-TEL-NUMERO PIC X(11).
       01 WS-TEL-VALIDO PIC X.
       01 WS-ULTIMA-MATRICULA PIC 9(5).
       01 WS-TOTAL-ENTREGUES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FALHAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REENFILEIRADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-IGNORADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-INVALIDOS PIC 9(5) VALUE ZERO.

       01 WS-REL-NOME PIC X(30) VALUE "contatos_invalidos.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "CONTATOS DE RESPONSAVEIS A CORRIGIR".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Retorno de SMS e Contatos Invalidos".
           DISPLAY "=========================================".
           OPEN I-O ARQUIVO-MENSAGEM.
           IF WS-STATUS-MSG NOT = "00"
               DISPLAY "mensagens.idx indisponivel (STATUS="
                   WS-STATUS-MSG ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM IMPORTAR-RETORNO.
           PERFORM RELATORIO-CONTATOS.
           CLOSE ARQUIVO-MENSAGEM.
           DISPLAY "-----------------------------------------".
           DISPLAY "Mensagens entregues:          " WS-TOTAL-ENTREGUES.
           DISPLAY "Mensagens que falharam:       " WS-TOTAL-FALHAS.
           DISPLAY "Devolvidas a fila como carta: "
               WS-TOTAL-REENFILEIRADAS.
           DISPLAY "Linhas ignoradas do retorno:  " WS-TOTAL-IGNORADAS.
           DISPLAY "Contatos a corrigir:          " WS-TOTAL-INVALIDOS.
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       IMPORTAR-RETORNO.
           OPEN INPUT ARQUIVO-RETORNO.
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "Sem retorno do provedor (mensagens_retorno.txt"
                   " STATUS=" WS-STATUS-RET ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RETORNO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM BAIXAR-LINHA-RETORNO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RETORNO.

       BAIXAR-LINHA-RETORNO.
           MOVE SPACES TO WS-CAMPOS.
           MOVE ZERO TO WS-CONTADOR-CAMPOS.
           UNSTRING LINHA-RETORNO DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3) WS-CAMPO(4)
               TALLYING IN WS-CONTADOR-CAMPOS
           END-UNSTRING.
           IF WS-CONTADOR-CAMPOS < 3
                   OR WS-CAMPO(1)(1:7) IS NOT NUMERIC
               DISPLAY "Retorno ignorado (campos): " LINHA-RETORNO
               ADD 1 TO WS-TOTAL-IGNORADAS
               EXIT PARAGRAPH
           END-IF.
      * Numero com as 7 posicoes de MSG-NUMERO, como foi no lote.
           MOVE WS-CAMPO(1)(1:7) TO WS-NUMERO-RETORNO.
           MOVE ZERO TO WS-DATA-RETORNO.
           IF WS-CAMPO(3)(1:8) IS NUMERIC
               MOVE WS-CAMPO(3)(1:8) TO WS-DATA-RETORNO
           END-IF.
           MOVE WS-NUMERO-RETORNO TO MSG-NUMERO.
           READ ARQUIVO-MENSAGEM KEY IS MSG-NUMERO
               INVALID KEY
                   DISPLAY "Retorno ignorado (mensagem inexistente): "
                       LINHA-RETORNO
                   ADD 1 TO WS-TOTAL-IGNORADAS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT MSG-ENVIADA
               ADD 1 TO WS-TOTAL-IGNORADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-RETORNO TO MSG-DATA-RETORNO.
           MOVE WS-CAMPO(4) TO MSG-MOTIVO.
           EVALUATE WS-CAMPO(2)(1:1)
               WHEN "E"
                   SET MSG-ENTREGUE TO TRUE
                   ADD 1 TO WS-TOTAL-ENTREGUES
               WHEN "F"
                   ADD 1 TO WS-TOTAL-FALHAS
                   IF MSG-SUBSTITUI-CARTA = "S"
                       SET MSG-FALHOU TO TRUE
                       CALL "GRAVAREVENTO" USING MSG-TIPO
                           MSG-EVT-CHAVE MSG-EVT-DADOS
                       ADD 1 TO WS-TOTAL-REENFILEIRADAS
                   ELSE
                       SET MSG-CARTA-GERADA TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Retorno ignorado (situacao): "
                       LINHA-RETORNO
                   ADD 1 TO WS-TOTAL-IGNORADAS
                   EXIT PARAGRAPH
           END-EVALUATE.
           REWRITE REG-MENSAGEM
               INVALID KEY
                   DISPLAY "Erro ao regravar mensagem " MSG-NUMERO
           END-REWRITE.

       RELATORIO-CONTATOS.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP NOT = "00"
               DISPLAY "responsaveis.idx indisponivel (STATUS="
                   WS-STATUS-RSP "); relatorio nao gerado."
               EXIT PARAGRAPH
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "MATRIC RESPONSAVEL                    TELEFONE"
               TO WS-REL-LINHA.
           MOVE "SITUACAO" TO WS-REL-LINHA(55:8).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RESPONSAVEL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       CALL "VALIDARTELEFONE" USING RSP-TELEFONE
                           WS-TEL-NUMERO WS-TEL-VALIDO
                       IF WS-TEL-VALIDO NOT = "S"
                           IF RSP-TELEFONE = SPACES
                               MOVE "SEM TELEFONE"
                                   TO WS-REL-LINHA(55:20)
                           ELSE
                               MOVE "TELEFONE INVALIDO"
                                   TO WS-REL-LINHA(55:20)
                           END-IF
                           PERFORM LISTAR-RESPONSAVEL
                       END-IF
               END-READ
           END-PERFORM.

      * SMS falho pelo aluno, na ordem da chave alternada; conta uma
      * vez por familia e so se o telefone que falhou ainda e o do
      * cadastro (ja corrigido sai da lista).
           MOVE ZERO TO WS-ULTIMA-MATRICULA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO MSG-MATRICULA.
           START ARQUIVO-MENSAGEM KEY IS >= MSG-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSAGEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF (MSG-FALHOU OR MSG-CARTA-GERADA)
                               AND MSG-MATRICULA NOT =
                                   WS-ULTIMA-MATRICULA
                           PERFORM CONFERIR-FALHA-CONTATO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONTATOS A CORRIGIR: " WS-TOTAL-INVALIDOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           CLOSE ARQUIVO-RESPONSAVEL.

       CONFERIR-FALHA-CONTATO.
           MOVE MSG-MATRICULA TO RSP-MATRICULA.
           MOVE "N" TO WS-RSP-OK.
           READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
               NOT INVALID KEY
                   MOVE "S" TO WS-RSP-OK
           END-READ.
           IF WS-RSP-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           CALL "VALIDARTELEFONE" USING RSP-TELEFONE
               WS-TEL-NUMERO WS-TEL-VALIDO.
           IF WS-TEL-VALIDO = "S" AND WS-TEL-NUMERO = MSG-TELEFONE
               MOVE MSG-MATRICULA TO WS-ULTIMA-MATRICULA
               MOVE "SMS NAO ENTREGUE" TO WS-REL-LINHA(55:20)
               PERFORM LISTAR-RESPONSAVEL
               MOVE SPACES TO WS-REL-LINHA
               STRING "       " MSG-DATA-RETORNO " " MSG-MOTIVO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.

       LISTAR-RESPONSAVEL.
      * A situacao ja esta na coluna 55 de WS-REL-LINHA.
           ADD 1 TO WS-TOTAL-INVALIDOS.
           MOVE RSP-MATRICULA TO WS-REL-LINHA(1:5).
           MOVE RSP-NOME TO WS-REL-LINHA(8:30).
           MOVE RSP-TELEFONE TO WS-REL-LINHA(39:15).
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
