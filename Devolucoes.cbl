       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEVOLUCOES.
           AUTHOR. Alexandre S S Alves.

      * Devolucao de credito a familia (devolucoes.idx). A
      * tesouraria pede a devolucao de todo ou parte do saldo de
      * credito (creditos.idx); o pedido so vale depois da decisao
      * de um supervisor -- perfil B, e outro operador que nao o que
      * pediu. Aprovado, o valor sai do saldo via MOVCREDITO, o
      * comprovante de devolucao e impresso em
      * comprovantes_devolucao.txt para a familia assinar e a
      * devolucao entra no intercambio contabil do mes
      * (EXPORTARCONTABIL, conta 711). O ponto de entrada
      * DEVOLUCAO-SOLICITAR abre o pedido a partir de outro programa
      * (suspenso marcado para devolucao em SUSPENSOS.cbl).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEVOLUCAO ASSIGN TO "devolucoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMERO
               FILE STATUS IS WS-STATUS-DEV.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-COMPROVANTE
               ASSIGN TO "comprovantes_devolucao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CMP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DEVOLUCAO.
           COPY "RegistroDevolucao.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-COMPROVANTE.
       01 LINHA-COMPROVANTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-DECISAO PIC X(1).
       01 WS-STATUS-DEV PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-CMP PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NUMERO-NOVO PIC 9(6).
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-MATRICULA PIC 9(5).
       01 WS-VALOR PIC 9(7)V9(2).
       01 WS-FAVORECIDO PIC X(30).
       01 WS-MOTIVO PIC X(40).
       01 WS-ORIGEM PIC X(20).
       01 WS-ORIGEM-CONSULTA PIC X(20).
       01 WS-NOME-DIGITADO PIC X(30).
       01 WS-DATA-ATUAL PIC X(20).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-ED-VALOR PIC ZZZZZZ9.99.
      * Parametros de MOVCREDITO.
       01 WS-OPERACAO-CREDITO PIC X(1).
       01 WS-VALOR-CREDITO PIC 9(7)V9(2).
       01 WS-SALDO-CREDITO PIC 9(7)V9(2).
       01 WS-TIPO-TITULAR PIC X(1).
       01 WS-TITULAR-CREDITO PIC 9(5).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-VALOR PIC 9(7)V9(2).
       01 LK-ORIGEM PIC X(20).
       01 LK-MOTIVO PIC X(40).
       01 LK-NUMERO PIC 9(6).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Devolucao de Credito            ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Solicitar Devolucao           ".
           DISPLAY "2 -  Decidir Pedido (supervisor)   ".
           DISPLAY "3 -  Listar Pedidos Pendentes      ".
           DISPLAY "4 -  Consultar Saldo de Credito    ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM SOLICITAR-DEVOLUCAO
               WHEN 2
                   PERFORM DECIDIR-PEDIDO
               WHEN 3
                   PERFORM LISTAR-PENDENTES
               WHEN 4
                   PERFORM CONSULTAR-SALDO
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Pedido aberto por outro programa, sem menu: o valor ja esta
      * no saldo de credito do titular; devolve o numero do pedido
      * (zeros se nao foi possivel gravar).
       ENTRY "DEVOLUCAO-SOLICITAR" USING LK-MATRICULA LK-VALOR
               LK-ORIGEM LK-MOTIVO LK-NUMERO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE LK-MATRICULA TO WS-MATRICULA.
           MOVE LK-VALOR TO WS-VALOR.
           MOVE LK-MOTIVO TO WS-MOTIVO.
           PERFORM BUSCAR-TITULAR.
           MOVE LK-ORIGEM TO WS-ORIGEM.
           PERFORM BUSCAR-FAVORECIDO.
           PERFORM GRAVAR-PEDIDO.
           MOVE WS-NUMERO-NOVO TO LK-NUMERO.
           GOBACK.

       ABRIR-DEVOLUCOES.
           OPEN I-O ARQUIVO-DEVOLUCAO.
           EVALUATE WS-STATUS-DEV
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-DEVOLUCAO
                   CLOSE ARQUIVO-DEVOLUCAO
                   OPEN I-O ARQUIVO-DEVOLUCAO
               WHEN OTHER
                   DISPLAY "Erro ao abrir devolucoes.idx. STATUS="
                       WS-STATUS-DEV
           END-EVALUATE.

       BUSCAR-TITULAR.
           MOVE "S" TO WS-OPERACAO-CREDITO.
           MOVE ZERO TO WS-VALOR-CREDITO.
           MOVE SPACES TO WS-ORIGEM-CONSULTA.
           CALL "MOVCREDITO" USING WS-MATRICULA WS-OPERACAO-CREDITO
               WS-VALOR-CREDITO WS-ORIGEM-CONSULTA WS-SALDO-CREDITO
               WS-TIPO-TITULAR WS-TITULAR-CREDITO.

       BUSCAR-FAVORECIDO.
      * O favorecido e o responsavel cadastrado da matricula; sem
      * responsavel, fica em branco para a tesouraria preencher no
      * comprovante.
           MOVE SPACES TO WS-FAVORECIDO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE WS-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   NOT INVALID KEY
                       MOVE RSP-NOME TO WS-FAVORECIDO
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.

       SOLICITAR-DEVOLUCAO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           PERFORM BUSCAR-TITULAR.
           MOVE WS-SALDO-CREDITO TO WS-ED-VALOR.
           DISPLAY "Saldo de credito do titular " WS-TIPO-TITULAR
               " " WS-TITULAR-CREDITO ": " WS-ED-VALOR.
           IF WS-SALDO-CREDITO = ZERO
               DISPLAY "Sem saldo de credito para devolver."
           ELSE
               PERFORM COLETAR-PEDIDO
           END-IF.
           PERFORM PRINCIPAL.

       COLETAR-PEDIDO.
           DISPLAY "Valor a devolver (vazio = saldo inteiro): ".
           MOVE ZERO TO WS-VALOR.
           ACCEPT WS-VALOR.
           IF WS-VALOR = ZERO
               MOVE WS-SALDO-CREDITO TO WS-VALOR
           END-IF.
           IF WS-VALOR > WS-SALDO-CREDITO
               DISPLAY "Valor maior que o saldo. Pedido cancelado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-FAVORECIDO.
           DISPLAY "Favorecido (vazio = " WS-FAVORECIDO "): ".
           MOVE SPACES TO WS-NOME-DIGITADO.
           ACCEPT WS-NOME-DIGITADO.
           IF WS-NOME-DIGITADO NOT = SPACES
               MOVE WS-NOME-DIGITADO TO WS-FAVORECIDO
           END-IF.
           DISPLAY "Motivo: ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           MOVE "PEDIDO DA TESOURARIA" TO WS-ORIGEM.
           PERFORM GRAVAR-PEDIDO.
           IF WS-NUMERO-NOVO NOT = ZERO
               DISPLAY "Pedido " WS-NUMERO-NOVO
                   " aguardando aprovacao do supervisor."
           END-IF.

       GRAVAR-PEDIDO.
      * Numero do pedido: maior gravado mais um, como nos acordos.
           PERFORM ABRIR-DEVOLUCOES.
           MOVE 1 TO WS-NUMERO-NOVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEVOLUCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEV-NUMERO >= WS-NUMERO-NOVO
                           COMPUTE WS-NUMERO-NOVO = DEV-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM.
           INITIALIZE REG-DEVOLUCAO.
           MOVE WS-NUMERO-NOVO TO DEV-NUMERO.
           MOVE WS-MATRICULA TO DEV-MATRICULA.
           MOVE WS-TIPO-TITULAR TO DEV-TIPO-TITULAR.
           MOVE WS-TITULAR-CREDITO TO DEV-TITULAR.
           MOVE WS-VALOR TO DEV-VALOR.
           MOVE WS-FAVORECIDO TO DEV-FAVORECIDO.
           MOVE WS-MOTIVO TO DEV-MOTIVO.
           MOVE WS-ORIGEM TO DEV-ORIGEM.
           SET DEV-SOLICITADA TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           MOVE WS-DATA-ATUAL(1:8) TO DEV-DATA-PEDIDO.
           MOVE WS-OPERADOR-SESSAO TO DEV-OPERADOR-PEDIDO.
           WRITE REG-DEVOLUCAO
               INVALID KEY
                   DISPLAY "Erro ao gravar pedido de devolucao."
                   MOVE ZERO TO WS-NUMERO-NOVO
           END-WRITE.
           CLOSE ARQUIVO-DEVOLUCAO.

       DECIDIR-PEDIDO.
      * Segregacao de funcoes: quem pede nao aprova, e so o perfil B
      * decide.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Somente supervisor (perfil B) decide "
                   "devolucoes."
           ELSE
               PERFORM BUSCAR-PEDIDO
           END-IF.
           PERFORM PRINCIPAL.

       BUSCAR-PEDIDO.
           DISPLAY "Numero do pedido: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-DEVOLUCOES.
           MOVE WS-NUMERO-BUSCA TO DEV-NUMERO.
           READ ARQUIVO-DEVOLUCAO KEY IS DEV-NUMERO
               INVALID KEY
                   DISPLAY "Pedido nao encontrado."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT DEV-SOLICITADA
                           DISPLAY "Pedido ja decidido (status "
                               DEV-STATUS ")."
                       WHEN DEV-OPERADOR-PEDIDO = WS-OPERADOR-SESSAO
                           DISPLAY "Quem pediu a devolucao nao pode "
                               "aprova-la."
                       WHEN OTHER
                           PERFORM REGISTRAR-DECISAO
                   END-EVALUATE
           END-READ.
           CLOSE ARQUIVO-DEVOLUCAO.

       REGISTRAR-DECISAO.
           PERFORM MOSTRAR-PEDIDO.
           DISPLAY "Motivo: " DEV-MOTIVO.
           DISPLAY "Aprovar (A), negar (N) ou voltar (vazio): ".
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   PERFORM APROVAR-PEDIDO
               WHEN "N"
               WHEN "n"
                   SET DEV-NEGADA TO TRUE
                   MOVE WS-DATA-ATUAL(1:8) TO DEV-DATA-DECISAO
                   MOVE WS-OPERADOR-SESSAO TO DEV-OPERADOR-DECISAO
                   REWRITE REG-DEVOLUCAO
                   DISPLAY "Pedido " DEV-NUMERO " negado."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROVAR-PEDIDO.
      * O saldo e conferido de novo na aprovacao: entre o pedido e a
      * decisao a geracao de mensalidades pode ter consumido parte.
           MOVE "D" TO WS-OPERACAO-CREDITO.
           MOVE DEV-VALOR TO WS-VALOR-CREDITO.
           MOVE SPACES TO WS-ORIGEM.
           STRING "DEVOLUCAO " DEV-NUMERO
                  DELIMITED BY SIZE INTO WS-ORIGEM
           END-STRING.
           CALL "MOVCREDITO" USING DEV-MATRICULA WS-OPERACAO-CREDITO
               WS-VALOR-CREDITO WS-ORIGEM WS-SALDO-CREDITO
               WS-TIPO-TITULAR WS-TITULAR-CREDITO.
           IF WS-VALOR-CREDITO = ZERO
               MOVE WS-SALDO-CREDITO TO WS-ED-VALOR
               DISPLAY "Saldo de credito insuficiente ("
                   WS-ED-VALOR "). Pedido mantido pendente."
           ELSE
               SET DEV-APROVADA TO TRUE
               MOVE WS-DATA-ATUAL(1:8) TO DEV-DATA-DECISAO
               MOVE WS-OPERADOR-SESSAO TO DEV-OPERADOR-DECISAO
               REWRITE REG-DEVOLUCAO
               PERFORM IMPRIMIR-COMPROVANTE
               DISPLAY "Pedido " DEV-NUMERO " aprovado. Comprovante "
                   "em comprovantes_devolucao.txt."
           END-IF.

       IMPRIMIR-COMPROVANTE.
           OPEN EXTEND ARQUIVO-COMPROVANTE.
           IF WS-STATUS-CMP = "35"
               OPEN OUTPUT ARQUIVO-COMPROVANTE
           END-IF.
           MOVE ALL "=" TO LINHA-COMPROVANTE.
           WRITE LINHA-COMPROVANTE.
           MOVE SPACES TO LINHA-COMPROVANTE.
           STRING "COMPROVANTE DE DEVOLUCAO No. " DEV-NUMERO
                  "   DATA " DEV-DATA-DECISAO
                  DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           END-STRING.
           WRITE LINHA-COMPROVANTE.
           MOVE DEV-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO LINHA-COMPROVANTE.
           STRING "Devolvemos a " DEV-FAVORECIDO
                  " R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           END-STRING.
           WRITE LINHA-COMPROVANTE.
           MOVE SPACES TO LINHA-COMPROVANTE.
           STRING "ref. credito da matricula " DEV-MATRICULA
                  " (" DEV-ORIGEM ")"
                  DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           END-STRING.
           WRITE LINHA-COMPROVANTE.
           MOVE SPACES TO LINHA-COMPROVANTE.
           STRING "Pedido por " DEV-OPERADOR-PEDIDO
                  "  aprovado por " DEV-OPERADOR-DECISAO
                  DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           END-STRING.
           WRITE LINHA-COMPROVANTE.
           MOVE SPACES TO LINHA-COMPROVANTE.
           WRITE LINHA-COMPROVANTE.
           MOVE "Assinatura do favorecido: ______________________"
               TO LINHA-COMPROVANTE.
           WRITE LINHA-COMPROVANTE.
           MOVE ALL "=" TO LINHA-COMPROVANTE.
           WRITE LINHA-COMPROVANTE.
           CLOSE ARQUIVO-COMPROVANTE.

       LISTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM ABRIR-DEVOLUCOES.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEVOLUCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEV-SOLICITADA
                           ADD 1 TO WS-TOTAL-LISTADO
                           PERFORM MOSTRAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEVOLUCAO.
           DISPLAY "Pedidos pendentes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       MOSTRAR-PEDIDO.
           MOVE DEV-VALOR TO WS-ED-VALOR.
           DISPLAY DEV-NUMERO " " DEV-DATA-PEDIDO " matricula "
               DEV-MATRICULA " valor " WS-ED-VALOR " para "
               DEV-FAVORECIDO " pedido por " DEV-OPERADOR-PEDIDO.

       CONSULTAR-SALDO.
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           PERFORM BUSCAR-TITULAR.
           MOVE WS-SALDO-CREDITO TO WS-ED-VALOR.
           IF WS-TIPO-TITULAR = "F"
               DISPLAY "Familia " WS-TITULAR-CREDITO
                   " saldo de credito: " WS-ED-VALOR
           ELSE
               DISPLAY "Matricula " WS-TITULAR-CREDITO
                   " saldo de credito: " WS-ED-VALOR
           END-IF.
           PERFORM PRINCIPAL.
