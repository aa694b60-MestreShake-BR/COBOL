       IDENTIFICATION DIVISION.
           PROGRAM-ID. ESTORNOCAIXA.
           AUTHOR. Alexandre S S Alves.

      * Estorno de recibo do caixa da secretaria
      * (estornos_caixa.idx). Recibo lancado na matricula ou na
      * competencia errada no recebimento em caixa de
      * MENSALIDADES.cbl nao se corrige mais editando arquivo: o
      * operador pede o estorno do numero do recibo, com o motivo, e
      * o pedido so vale depois da decisao de um supervisor -- perfil
      * B, e outro operador que nao o que pediu. Aprovado, a
      * cobranca volta a aberta (origem da baixa limpa), o diario de
      * caixa recebe o lancamento negativo com o mesmo numero de
      * recibo -- a sequencia de PROXIMO-RECIBO continua batendo com
      * o diario -- e o aviso de estorno sai em recibos_caixa.txt. O
      * fechamento do mes e o intercambio contabil mostram os
      * estornos em separado.
      * Recibo de taxa avulsa (competencia 8NNNNN, taxas_avulsas.idx)
      * segue o mesmo pedido e a mesma aprovacao: a taxa volta a
      * aberta (recibo, data e origem da baixa limpos) e o item que
      * a quitacao liberou e desfeito por ESTORNARTAXA -- a recarga
      * da cantina sai do saldo, e recarga ja gasta recusa o
      * estorno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ESTORNO ASSIGN TO "estornos_caixa.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RECIBO
               FILE STATUS IS WS-STATUS-EST.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT ARQUIVO-RECIBOS ASSIGN TO "recibos_caixa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RCB.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ESTORNO.
           COPY "RegistroEstorno.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       FD  ARQUIVO-RECIBOS.
       01 LINHA-RECIBO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-DECISAO PIC X(1).
       01 WS-STATUS-EST PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-RCB PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-ATUAL PIC X(20).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-RECIBO-BUSCA PIC 9(6).
       01 WS-MOTIVO PIC X(40).
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-ED-VALOR PIC ZZZZ9.99.
      * Lancamento original do recibo no diario de caixa.
       01 WS-RECIBO-ACHADO PIC X.
       01 WS-RECIBO-JA-ESTORNADO PIC X.
       01 WS-RCB-DATA PIC 9(8).
       01 WS-RCB-MATRICULA PIC 9(5).
       01 WS-RCB-COMPETENCIA PIC 9(6).
           88 WS-RCB-TAXA VALUE 800000 THRU 899999.
       01 WS-RCB-VALOR PIC 9(5)V9(2).
      * Reabertura da cobranca na aprovacao.
       01 WS-REABERTA PIC X.
       01 WS-SITUACAO-ITEM PIC X(1).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Estorno de Recibo do Caixa      ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Solicitar Estorno             ".
           DISPLAY "2 -  Decidir Pedido (supervisor)   ".
           DISPLAY "3 -  Listar Pedidos Pendentes      ".
           DISPLAY "4 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM SOLICITAR-ESTORNO
               WHEN 2
                   PERFORM DECIDIR-PEDIDO
               WHEN 3
                   PERFORM LISTAR-PENDENTES
               WHEN 4
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ESTORNOS.
           OPEN I-O ARQUIVO-ESTORNO.
           EVALUATE WS-STATUS-EST
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ESTORNO
                   CLOSE ARQUIVO-ESTORNO
                   OPEN I-O ARQUIVO-ESTORNO
               WHEN OTHER
                   DISPLAY "Erro ao abrir estornos_caixa.idx. STATUS="
                       WS-STATUS-EST
           END-EVALUATE.

       BUSCAR-RECIBO.
      * O recibo e procurado no proprio diario de caixa: o
      * lancamento positivo e o recebimento original; um lancamento
      * negativo com o mesmo numero e estorno ja feito.
           MOVE "N" TO WS-RECIBO-ACHADO.
           MOVE "N" TO WS-RECIBO-JA-ESTORNADO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-RECIBO = WS-RECIBO-BUSCA
                               IF CXA-VALOR > ZERO
                                   MOVE "S" TO WS-RECIBO-ACHADO
                                   MOVE CXA-DATA TO WS-RCB-DATA
                                   MOVE CXA-MATRICULA
                                       TO WS-RCB-MATRICULA
                                   MOVE CXA-COMPETENCIA
                                       TO WS-RCB-COMPETENCIA
                                   MOVE CXA-VALOR TO WS-RCB-VALOR
                               ELSE
                                   MOVE "S" TO WS-RECIBO-JA-ESTORNADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.

       SOLICITAR-ESTORNO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "Numero do recibo a estornar: ".
           ACCEPT WS-RECIBO-BUSCA.
           PERFORM BUSCAR-RECIBO.
           EVALUATE TRUE
               WHEN WS-RECIBO-ACHADO = "N"
                   DISPLAY "Recibo nao encontrado no diario de caixa."
               WHEN WS-RECIBO-JA-ESTORNADO = "S"
                   DISPLAY "Recibo ja estornado."
               WHEN OTHER
                   PERFORM CONFERIR-COBRANCA-DO-RECIBO
           END-EVALUATE.
           PERFORM PRINCIPAL.

       CONFERIR-COBRANCA-DO-RECIBO.
      * So se estorna recibo cuja cobranca continua quitada no
      * caixa com esse recebimento.
           MOVE WS-RCB-VALOR TO WS-ED-VALOR.
           DISPLAY "Recibo " WS-RECIBO-BUSCA " de " WS-RCB-DATA
               " matricula " WS-RCB-MATRICULA " comp. "
               WS-RCB-COMPETENCIA " R$ " WS-ED-VALOR.
           IF WS-RCB-TAXA
               PERFORM CONFERIR-TAXA-DO-RECIBO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCB-MATRICULA TO MEN-MATRICULA.
           MOVE WS-RCB-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   DISPLAY "Cobranca do recibo nao encontrada."
               NOT INVALID KEY
                   IF MEN-PAGA AND MEN-BAIXA-CAIXA
                           AND MEN-DATA-PAGAMENTO = WS-RCB-DATA
                       PERFORM COLETAR-PEDIDO
                   ELSE
                       DISPLAY "Cobranca nao esta mais quitada por "
                           "este recibo (status " MEN-STATUS ")."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-MENSALIDADE.

       CONFERIR-TAXA-DO-RECIBO.
      * Taxa avulsa: a taxa tem de continuar paga no caixa por este
      * mesmo recibo.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               DISPLAY "taxas_avulsas.idx indisponivel (STATUS="
                   WS-STATUS-TAX ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TAX-NUMERO = WS-RCB-COMPETENCIA - 800000.
           READ ARQUIVO-TAXA KEY IS TAX-NUMERO
               INVALID KEY
                   DISPLAY "Taxa avulsa do recibo nao encontrada."
               NOT INVALID KEY
                   IF TAX-PAGA AND TAX-BAIXA-CAIXA
                           AND TAX-RECIBO = WS-RECIBO-BUSCA
                           AND TAX-MATRICULA = WS-RCB-MATRICULA
                       DISPLAY "Taxa: " TAX-DESCRICAO
                       PERFORM COLETAR-PEDIDO
                   ELSE
                       DISPLAY "Taxa nao esta mais quitada por "
                           "este recibo (status " TAX-STATUS ")."
                   END-IF
           END-READ.
           CLOSE ARQUIVO-TAXA.

       COLETAR-PEDIDO.
           PERFORM ABRIR-ESTORNOS.
           MOVE WS-RECIBO-BUSCA TO EST-RECIBO.
           READ ARQUIVO-ESTORNO KEY IS EST-RECIBO
               INVALID KEY
                   MOVE SPACE TO EST-STATUS
           END-READ.
           IF EST-SOLICITADO
               DISPLAY "Ja existe pedido pendente para este recibo."
               CLOSE ARQUIVO-ESTORNO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo do estorno: ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "Motivo obrigatorio. Pedido cancelado."
               CLOSE ARQUIVO-ESTORNO
               EXIT PARAGRAPH
           END-IF.
      * Pedido negado antes pode ser refeito: o novo pedido ocupa o
      * lugar do negado.
           MOVE EST-STATUS TO WS-DECISAO.
           INITIALIZE REG-ESTORNO.
           MOVE WS-RECIBO-BUSCA TO EST-RECIBO.
           MOVE WS-RCB-DATA TO EST-DATA-RECIBO.
           MOVE WS-RCB-MATRICULA TO EST-MATRICULA.
           MOVE WS-RCB-COMPETENCIA TO EST-COMPETENCIA.
           MOVE WS-RCB-VALOR TO EST-VALOR.
           MOVE WS-MOTIVO TO EST-MOTIVO.
           SET EST-SOLICITADO TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           MOVE WS-DATA-ATUAL(1:8) TO EST-DATA-PEDIDO.
           MOVE WS-OPERADOR-SESSAO TO EST-OPERADOR-PEDIDO.
           IF WS-DECISAO = "N"
               REWRITE REG-ESTORNO
           ELSE
               WRITE REG-ESTORNO
                   INVALID KEY
                       DISPLAY "Erro ao gravar pedido de estorno."
               END-WRITE
           END-IF.
           CLOSE ARQUIVO-ESTORNO.
           DISPLAY "Estorno do recibo " WS-RECIBO-BUSCA
               " aguardando aprovacao do supervisor.".

       DECIDIR-PEDIDO.
      * Segregacao de funcoes: quem pede nao aprova, e so o perfil B
      * decide.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Somente supervisor (perfil B) decide "
                   "estornos."
           ELSE
               PERFORM BUSCAR-PEDIDO
           END-IF.
           PERFORM PRINCIPAL.

       BUSCAR-PEDIDO.
           DISPLAY "Numero do recibo: ".
           ACCEPT WS-RECIBO-BUSCA.
           PERFORM ABRIR-ESTORNOS.
           MOVE WS-RECIBO-BUSCA TO EST-RECIBO.
           READ ARQUIVO-ESTORNO KEY IS EST-RECIBO
               INVALID KEY
                   DISPLAY "Pedido de estorno nao encontrado."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT EST-SOLICITADO
                           DISPLAY "Pedido ja decidido (status "
                               EST-STATUS ")."
                       WHEN EST-OPERADOR-PEDIDO = WS-OPERADOR-SESSAO
                           DISPLAY "Quem pediu o estorno nao pode "
                               "aprova-lo."
                       WHEN OTHER
                           PERFORM REGISTRAR-DECISAO
                   END-EVALUATE
           END-READ.
           CLOSE ARQUIVO-ESTORNO.

       REGISTRAR-DECISAO.
           PERFORM MOSTRAR-PEDIDO.
           DISPLAY "Motivo: " EST-MOTIVO.
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
                   SET EST-NEGADO TO TRUE
                   MOVE WS-DATA-ATUAL(1:8) TO EST-DATA-DECISAO
                   MOVE WS-OPERADOR-SESSAO TO EST-OPERADOR-DECISAO
                   REWRITE REG-ESTORNO
                   DISPLAY "Estorno do recibo " EST-RECIBO " negado."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROVAR-PEDIDO.
      * A cobranca e conferida de novo na aprovacao: entre o pedido
      * e a decisao ela pode ter entrado em acordo ou sido mexida.
           MOVE "N" TO WS-REABERTA.
           IF EST-TAXA-AVULSA
               PERFORM REABRIR-TAXA
           ELSE
               PERFORM REABRIR-MENSALIDADE
           END-IF.
           IF WS-REABERTA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LANCAR-ESTORNO-NO-CAIXA.
           SET EST-APROVADO TO TRUE.
           MOVE WS-DATA-ATUAL(1:8) TO EST-DATA-DECISAO.
           MOVE WS-OPERADOR-SESSAO TO EST-OPERADOR-DECISAO.
           REWRITE REG-ESTORNO.
           PERFORM IMPRIMIR-AVISO-ESTORNO.
           DISPLAY "Recibo " EST-RECIBO " estornado; cobranca "
               EST-MATRICULA "/" EST-COMPETENCIA " reaberta.".

       REABRIR-MENSALIDADE.
           PERFORM ABRIR-MENSALIDADES.
           IF WS-STATUS-MEN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-MATRICULA TO MEN-MATRICULA.
           MOVE EST-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   MOVE SPACE TO MEN-STATUS
           END-READ.
           IF NOT MEN-PAGA OR NOT MEN-BAIXA-CAIXA
                   OR MEN-DATA-PAGAMENTO NOT = EST-DATA-RECIBO
               DISPLAY "Cobranca nao esta mais quitada por este "
                   "recibo. Pedido mantido pendente."
               CLOSE ARQUIVO-MENSALIDADE
               EXIT PARAGRAPH
           END-IF.
           SET MEN-ABERTA TO TRUE.
           MOVE SPACE TO MEN-ORIGEM.
           MOVE ZERO TO MEN-DATA-PAGAMENTO.
           MOVE ZERO TO MEN-VALOR-PAGO.
           REWRITE REG-MENSALIDADE.
           CLOSE ARQUIVO-MENSALIDADE.
           MOVE "S" TO WS-REABERTA.

       REABRIR-TAXA.
      * O item liberado na quitacao e desfeito antes de a taxa
      * reabrir; recusado (recarga ja gasta na cantina), nada muda e
      * o pedido fica pendente.
           OPEN I-O ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               DISPLAY "Erro ao abrir taxas_avulsas.idx. STATUS="
                   WS-STATUS-TAX
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TAX-NUMERO = EST-COMPETENCIA - 800000.
           READ ARQUIVO-TAXA KEY IS TAX-NUMERO
               INVALID KEY
                   MOVE SPACE TO TAX-STATUS
           END-READ.
           IF NOT TAX-PAGA OR NOT TAX-BAIXA-CAIXA
                   OR TAX-RECIBO NOT = EST-RECIBO
               DISPLAY "Taxa nao esta mais quitada por este "
                   "recibo. Pedido mantido pendente."
               CLOSE ARQUIVO-TAXA
               EXIT PARAGRAPH
           END-IF.
           CALL "ESTORNARTAXA" USING TAX-TIPO TAX-REFERENCIA
               TAX-DATA-PAGAMENTO WS-SITUACAO-ITEM.
           IF WS-SITUACAO-ITEM NOT = "S"
               DISPLAY "Pedido mantido pendente."
               CLOSE ARQUIVO-TAXA
               EXIT PARAGRAPH
           END-IF.
           SET TAX-ABERTA TO TRUE.
           MOVE SPACE TO TAX-ORIGEM.
           MOVE ZERO TO TAX-DATA-PAGAMENTO.
           MOVE ZERO TO TAX-VALOR-PAGO.
           MOVE ZERO TO TAX-RECIBO.
           REWRITE REG-TAXA.
           CLOSE ARQUIVO-TAXA.
           MOVE "S" TO WS-REABERTA.

       ABRIR-MENSALIDADES.
           OPEN I-O ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "Erro ao abrir mensalidades.idx. STATUS="
                   WS-STATUS-MEN
           END-IF.

       LANCAR-ESTORNO-NO-CAIXA.
      * Mesmo numero de recibo, valor negativo, data do estorno: o
      * caixa do dia da devolucao do dinheiro fecha com o estorno.
           OPEN EXTEND ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "35"
               OPEN OUTPUT ARQUIVO-CAIXA
           END-IF.
           MOVE EST-RECIBO TO CXA-RECIBO.
           MOVE WS-DATA-ATUAL(1:8) TO CXA-DATA.
           MOVE EST-MATRICULA TO CXA-MATRICULA.
           MOVE EST-COMPETENCIA TO CXA-COMPETENCIA.
           COMPUTE CXA-VALOR = ZERO - EST-VALOR.
           WRITE REG-CAIXA.
           CLOSE ARQUIVO-CAIXA.

       IMPRIMIR-AVISO-ESTORNO.
           OPEN EXTEND ARQUIVO-RECIBOS.
           IF WS-STATUS-RCB = "35"
               OPEN OUTPUT ARQUIVO-RECIBOS
           END-IF.
           MOVE ALL "=" TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "ESTORNO DO RECIBO No. " EST-RECIBO
                  "   DATA " EST-DATA-DECISAO
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE EST-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "Recibo de " EST-DATA-RECIBO " R$ " WS-ED-VALOR
                  " ref. matricula " EST-MATRICULA
                  " comp. " EST-COMPETENCIA
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "Motivo: " EST-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "Pedido por " EST-OPERADOR-PEDIDO
                  "  aprovado por " EST-OPERADOR-DECISAO
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           END-STRING.
           WRITE LINHA-RECIBO.
           MOVE ALL "=" TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           CLOSE ARQUIVO-RECIBOS.

       LISTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM ABRIR-ESTORNOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ESTORNO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF EST-SOLICITADO
                           ADD 1 TO WS-TOTAL-LISTADO
                           PERFORM MOSTRAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ESTORNO.
           DISPLAY "Pedidos pendentes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       MOSTRAR-PEDIDO.
           MOVE EST-VALOR TO WS-ED-VALOR.
           DISPLAY "Recibo " EST-RECIBO " de " EST-DATA-RECIBO
               " matricula " EST-MATRICULA " comp. " EST-COMPETENCIA
               " R$ " WS-ED-VALOR " pedido por " EST-OPERADOR-PEDIDO.
