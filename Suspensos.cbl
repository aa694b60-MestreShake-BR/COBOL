       IDENTIFICATION DIVISION.
           PROGRAM-ID. SUSPENSOS.
           AUTHOR. Alexandre S S Alves.

      * Tratamento dos pagamentos em suspenso (suspensos.idx). A
      * baixa do retorno bancario em MENSALIDADES.cbl manda para ca
      * toda linha que nao aplicou limpa; a tesouraria trabalha cada
      * item ate ele sair de pendente: aplica o valor em outra
      * competencia ou matricula (cobranca em aberto, ou taxa avulsa
      * na competencia 8NNNNN, que libera o item pela QUITARTAXA
      * como no retorno), registra como
      * credito da familia (saldo em creditos.idx, via MOVCREDITO)
      * ou marca para devolucao (pedido em DEVOLUCOES.cbl). O
      * relatorio de envelhecimento separa os pendentes por faixa de
      * dias desde a entrada, para nenhum dinheiro ficar semanas sem
      * dono; roda pelo menu ou, sem operador, pelo ponto de entrada
      * SUSPENSOS-ENVELHECIMENTO chamado do lote noturno.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SUSPENSO ASSIGN TO "suspensos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-NUMERO
               FILE STATUS IS WS-STATUS-SUS.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SUSPENSO.
           COPY "RegistroSuspenso.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-ACAO PIC 9.
       01 WS-STATUS-SUS PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-DEST-MATRICULA PIC 9(5).
       01 WS-DEST-COMPETENCIA PIC 9(6).
           88 WS-DEST-TAXA VALUE 800000 THRU 899999.
       01 WS-OBSERVACAO PIC X(40).
       01 WS-TRATADO PIC X.
       01 WS-DATA-ATUAL PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-DIAS-SUSPENSO PIC S9(5) COMP.
       01 WS-TOTAL-LISTADO PIC 9(5).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-NOME-REL PIC X(30).
       01 WS-TITULO-REL PIC X(40).
       01 WS-LINHA-REL PIC X(80).
       01 WS-ED-VALOR PIC ZZZZ9.99.
       01 WS-ED-DIAS PIC ZZZZ9.
       01 WS-ED-QTD PIC ZZZZ9.
       01 WS-ED-TOTAL PIC ZZZZZZ9.99.
      * Faixas do envelhecimento: ate 7 dias, 8 a 15, 16 a 30 e
      * acima de 30 dias desde a entrada no suspenso.
       01 WS-FAIXAS.
           05 WS-FAIXA OCCURS 4 TIMES.
               10 WS-FX-QTD PIC 9(5).
               10 WS-FX-VALOR PIC 9(7)V9(2).
       01 WS-FAIXA-ROTULOS.
           05 FILLER PIC X(14) VALUE "ATE 7 DIAS    ".
           05 FILLER PIC X(14) VALUE "8 A 15 DIAS   ".
           05 FILLER PIC X(14) VALUE "16 A 30 DIAS  ".
           05 FILLER PIC X(14) VALUE "MAIS DE 30    ".
       01 WS-TAB-ROTULOS REDEFINES WS-FAIXA-ROTULOS.
           05 WS-FX-ROTULO PIC X(14) OCCURS 4 TIMES.
       01 WS-IND PIC 9.
       01 WS-TOTAL-PENDENTES PIC 9(5).
      * Parametros de MOVCREDITO e DEVOLUCAO-SOLICITAR.
       01 WS-OPERACAO-CREDITO PIC X(1).
       01 WS-VALOR-CREDITO PIC 9(7)V9(2).
       01 WS-ORIGEM-CREDITO PIC X(20).
       01 WS-SALDO-CREDITO PIC 9(7)V9(2).
       01 WS-TIPO-TITULAR PIC X(1).
       01 WS-TITULAR-CREDITO PIC 9(5).
       01 WS-MOTIVO-DEVOLUCAO PIC X(40).
       01 WS-PEDIDO-DEVOLUCAO PIC 9(6).
       01 WS-VALOR-PENDENTE PIC 9(7)V9(2).
       01 WS-MOTIVO-NEGATIVACAO PIC X(1) VALUE "P".

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Pagamentos em Suspenso          ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Listar Pendentes              ".
           DISPLAY "2 -  Tratar Suspenso               ".
           DISPLAY "3 -  Relatorio de Envelhecimento   ".
           DISPLAY "4 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-PENDENTES
               WHEN 2
                   PERFORM TRATAR-SUSPENSO
               WHEN 3
                   PERFORM RELATORIO-ENVELHECIMENTO
                   PERFORM PRINCIPAL
               WHEN 4
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o lote noturno
      * (BatchNoturno.cbl): emite o envelhecimento do dia sem menu.
       ENTRY "SUSPENSOS-ENVELHECIMENTO".
           MOVE ZERO TO RETURN-CODE.
           PERFORM RELATORIO-ENVELHECIMENTO.
           GOBACK.

       ABRIR-SUSPENSOS.
           OPEN I-O ARQUIVO-SUSPENSO.
           EVALUATE WS-STATUS-SUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-SUSPENSO
                   CLOSE ARQUIVO-SUSPENSO
                   OPEN I-O ARQUIVO-SUSPENSO
               WHEN OTHER
                   DISPLAY "Erro ao abrir suspensos.idx. STATUS="
                       WS-STATUS-SUS
           END-EVALUATE.

       LISTAR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM ABRIR-SUSPENSOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SUS-PENDENTE
                           ADD 1 TO WS-TOTAL-LISTADO
                           PERFORM MOSTRAR-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SUSPENSO.
           DISPLAY "Pendentes: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       MOSTRAR-SUSPENSO.
           MOVE SUS-VALOR TO WS-ED-VALOR.
           DISPLAY SUS-NUMERO " entrada " SUS-DATA-ENTRADA
               " motivo " SUS-MOTIVO " matricula " SUS-MATRICULA
               " comp " SUS-COMPETENCIA " pago " SUS-DATA-PAGAMENTO
               " valor " WS-ED-VALOR.

       TRATAR-SUSPENSO.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "Numero do suspenso: ".
           ACCEPT WS-NUMERO-BUSCA.
           PERFORM ABRIR-SUSPENSOS.
           MOVE WS-NUMERO-BUSCA TO SUS-NUMERO.
           READ ARQUIVO-SUSPENSO KEY IS SUS-NUMERO
               INVALID KEY
                   DISPLAY "Suspenso nao encontrado."
               NOT INVALID KEY
                   IF NOT SUS-PENDENTE
                       DISPLAY "Suspenso ja tratado (status "
                           SUS-STATUS " em " SUS-DATA-TRATAMENTO
                           " por " SUS-OPERADOR ")."
                   ELSE
                       PERFORM ESCOLHER-TRATAMENTO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-SUSPENSO.
           PERFORM PRINCIPAL.

       ESCOLHER-TRATAMENTO.
           PERFORM MOSTRAR-SUSPENSO.
           MOVE SUS-VALOR-COBRANCA TO WS-ED-VALOR.
           DISPLAY "  Valor da cobranca encontrada: " WS-ED-VALOR.
           DISPLAY "  Linha do banco: " SUS-LINHA.
           DISPLAY "1 - Aplicar em cobranca em aberto".
           DISPLAY "2 - Registrar como credito da familia".
           DISPLAY "3 - Marcar para devolucao".
           DISPLAY "0 - Voltar".
           ACCEPT WS-ACAO.
           MOVE "N" TO WS-TRATADO.
           EVALUATE WS-ACAO
               WHEN 1
                   PERFORM APLICAR-EM-COBRANCA
               WHEN 2
                   PERFORM REGISTRAR-CREDITO
               WHEN 3
                   PERFORM MARCAR-DEVOLUCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TRATADO = "S"
               DISPLAY "Observacao: "
               MOVE SPACES TO WS-OBSERVACAO
               ACCEPT WS-OBSERVACAO
               MOVE WS-OBSERVACAO TO SUS-OBSERVACAO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL
               MOVE WS-DATA-ATUAL(1:8) TO SUS-DATA-TRATAMENTO
               MOVE WS-OPERADOR-SESSAO TO SUS-OPERADOR
               REWRITE REG-SUSPENSO
                   INVALID KEY
                       DISPLAY "Erro ao regravar suspenso "
                           SUS-NUMERO
                   NOT INVALID KEY
                       DISPLAY "Suspenso " SUS-NUMERO " tratado."
               END-REWRITE
           END-IF.

       APLICAR-EM-COBRANCA.
      * O valor so quita cobranca em aberto e que ele cubra por
      * inteiro; a falta fica para credito ou devolucao e a sobra
      * entra como credito da matricula de destino.
           DISPLAY "Matricula de destino: ".
           ACCEPT WS-DEST-MATRICULA.
           DISPLAY "Competencia de destino (AAAAMM ou 8NNNNN): ".
           ACCEPT WS-DEST-COMPETENCIA.
           IF WS-DEST-TAXA
               PERFORM APLICAR-EM-TAXA
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
           ELSE
               MOVE WS-DEST-MATRICULA TO MEN-MATRICULA
               MOVE WS-DEST-COMPETENCIA TO MEN-COMPETENCIA
               READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
                   INVALID KEY
                       DISPLAY "Cobranca de destino nao encontrada."
                   NOT INVALID KEY
                       IF NOT MEN-ABERTA
                           DISPLAY "Cobranca de destino nao esta em "
                               "aberto (status " MEN-STATUS ")."
                       ELSE
                           IF SUS-VALOR < MEN-VALOR
                               MOVE MEN-VALOR TO WS-ED-VALOR
                               DISPLAY "Valor do suspenso menor que "
                                   "a cobranca (" WS-ED-VALOR ")."
                           ELSE
                               SET MEN-PAGA TO TRUE
                               SET MEN-BAIXA-BANCO TO TRUE
                               MOVE SUS-DATA-PAGAMENTO
                                   TO MEN-DATA-PAGAMENTO
                               MOVE MEN-VALOR TO MEN-VALOR-PAGO
                               REWRITE REG-MENSALIDADE
                               IF SUS-VALOR > MEN-VALOR
                                   COMPUTE WS-VALOR-CREDITO =
                                       SUS-VALOR - MEN-VALOR
                                   PERFORM LANCAR-CREDITO
                                   MOVE WS-VALOR-CREDITO
                                       TO WS-ED-VALOR
                                   DISPLAY "Sobra de " WS-ED-VALOR
                                       " lancada como credito."
                               END-IF
                               CALL "BAIXANEGATIVACAO" USING
                                   MEN-MATRICULA MEN-COMPETENCIA
                                   WS-MOTIVO-NEGATIVACAO
                               SET SUS-APLICADO TO TRUE
                               MOVE WS-DEST-MATRICULA
                                   TO SUS-DEST-MATRICULA
                               MOVE WS-DEST-COMPETENCIA
                                   TO SUS-DEST-COMPETENCIA
                               MOVE "S" TO WS-TRATADO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.

       APLICAR-EM-TAXA.
      * Taxa avulsa (8NNNNN = 800000 + TAX-NUMERO): mesma regra da
      * cobranca, baixa como banco, e a taxa paga libera o item de
      * origem pela QUITARTAXA, como em BAIXAR-TAXA-RETORNO.
           OPEN I-O ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               DISPLAY "taxas_avulsas.idx indisponivel (STATUS="
                   WS-STATUS-TAX ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TAX-NUMERO = WS-DEST-COMPETENCIA - 800000.
           READ ARQUIVO-TAXA KEY IS TAX-NUMERO
               INVALID KEY
                   DISPLAY "Taxa de destino nao encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TAX-MATRICULA NOT = WS-DEST-MATRICULA
                           DISPLAY "Taxa de destino e de outra "
                               "matricula (" TAX-MATRICULA ")."
                       WHEN NOT TAX-ABERTA
                           DISPLAY "Taxa de destino nao esta em "
                               "aberto (status " TAX-STATUS ")."
                       WHEN SUS-VALOR < TAX-VALOR
                           MOVE TAX-VALOR TO WS-ED-VALOR
                           DISPLAY "Valor do suspenso menor que "
                               "a taxa (" WS-ED-VALOR ")."
                       WHEN OTHER
                           PERFORM QUITAR-TAXA-DESTINO
                   END-EVALUATE
           END-READ.
           CLOSE ARQUIVO-TAXA.

       QUITAR-TAXA-DESTINO.
           SET TAX-PAGA TO TRUE.
           SET TAX-BAIXA-BANCO TO TRUE.
           MOVE SUS-DATA-PAGAMENTO TO TAX-DATA-PAGAMENTO.
           MOVE TAX-VALOR TO TAX-VALOR-PAGO.
           REWRITE REG-TAXA
               INVALID KEY
                   DISPLAY "Erro ao regravar taxa " TAX-NUMERO
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL "QUITARTAXA" USING TAX-TIPO TAX-REFERENCIA
               TAX-DATA-PAGAMENTO.
           IF SUS-VALOR > TAX-VALOR
               COMPUTE WS-VALOR-CREDITO = SUS-VALOR - TAX-VALOR
               PERFORM LANCAR-CREDITO
               MOVE WS-VALOR-CREDITO TO WS-ED-VALOR
               DISPLAY "Sobra de " WS-ED-VALOR
                   " lancada como credito."
           END-IF.
           SET SUS-APLICADO TO TRUE.
           MOVE WS-DEST-MATRICULA TO SUS-DEST-MATRICULA.
           MOVE WS-DEST-COMPETENCIA TO SUS-DEST-COMPETENCIA.
           MOVE "S" TO WS-TRATADO.

       REGISTRAR-CREDITO.
           PERFORM INFORMAR-DESTINATARIO.
           IF WS-DEST-MATRICULA NOT = ZERO
               MOVE SUS-VALOR TO WS-VALOR-CREDITO
               PERFORM LANCAR-CREDITO
               SET SUS-CREDITO TO TRUE
               MOVE "S" TO WS-TRATADO
               MOVE WS-SALDO-CREDITO TO WS-ED-VALOR
               DISPLAY "Saldo de credito do titular: " WS-ED-VALOR
           END-IF.

       MARCAR-DEVOLUCAO.
      * A devolucao passa pelo saldo de credito: o valor entra no
      * saldo e o pedido de devolucao fica aguardando o supervisor
      * em DEVOLUCOES.cbl, que debita o saldo na aprovacao.
           PERFORM INFORMAR-DESTINATARIO.
           IF WS-DEST-MATRICULA NOT = ZERO
               MOVE SUS-VALOR TO WS-VALOR-CREDITO
               PERFORM LANCAR-CREDITO
               MOVE SPACES TO WS-MOTIVO-DEVOLUCAO
               STRING "PAGAMENTO EM SUSPENSO MOTIVO " SUS-MOTIVO
                      DELIMITED BY SIZE INTO WS-MOTIVO-DEVOLUCAO
               END-STRING
               MOVE SUS-VALOR TO WS-VALOR-CREDITO
               CALL "DEVOLUCAO-SOLICITAR" USING WS-DEST-MATRICULA
                   WS-VALOR-CREDITO WS-ORIGEM-CREDITO
                   WS-MOTIVO-DEVOLUCAO WS-PEDIDO-DEVOLUCAO
               SET SUS-DEVOLUCAO TO TRUE
               MOVE "S" TO WS-TRATADO
               DISPLAY "Pedido de devolucao " WS-PEDIDO-DEVOLUCAO
                   " aguardando aprovacao do supervisor."
           END-IF.

       LANCAR-CREDITO.
      * Entrada de WS-VALOR-CREDITO no saldo de WS-DEST-MATRICULA.
           MOVE "E" TO WS-OPERACAO-CREDITO.
           MOVE SPACES TO WS-ORIGEM-CREDITO.
           STRING "SUSPENSO " SUS-NUMERO
                  DELIMITED BY SIZE INTO WS-ORIGEM-CREDITO
           END-STRING.
           CALL "MOVCREDITO" USING WS-DEST-MATRICULA
               WS-OPERACAO-CREDITO WS-VALOR-CREDITO WS-ORIGEM-CREDITO
               WS-SALDO-CREDITO WS-TIPO-TITULAR WS-TITULAR-CREDITO.

       INFORMAR-DESTINATARIO.
      * Credito e devolucao pertencem a casa: a matricula (a do
      * proprio pagamento quando nao informada) leva ao grupo
      * familiar em familias.idx; aluno sem familia fica so com a
      * matricula.
           DISPLAY "Matricula (zero = a do pagamento): ".
           MOVE ZERO TO WS-DEST-MATRICULA.
           ACCEPT WS-DEST-MATRICULA.
           IF WS-DEST-MATRICULA = ZERO
               MOVE SUS-MATRICULA TO WS-DEST-MATRICULA
           END-IF.
           IF WS-DEST-MATRICULA = ZERO
               DISPLAY "Pagamento sem matricula; informe a matricula."
           ELSE
               MOVE WS-DEST-MATRICULA TO SUS-DEST-MATRICULA
               MOVE ZERO TO SUS-DEST-COMPETENCIA
               MOVE ZERO TO SUS-FAMILIA
               OPEN INPUT ARQUIVO-FAMILIA
               IF WS-STATUS-FAM = "00"
                   MOVE WS-DEST-MATRICULA TO FAM-MATRICULA
                   READ ARQUIVO-FAMILIA KEY IS FAM-MATRICULA
                       NOT INVALID KEY
                           MOVE FAM-CODIGO TO SUS-FAMILIA
                   END-READ
                   CLOSE ARQUIVO-FAMILIA
               END-IF
           END-IF.

       RELATORIO-ENVELHECIMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ATUAL.
           MOVE WS-DATA-ATUAL(1:8) TO WS-HOJE.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-VALOR-PENDENTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               MOVE ZERO TO WS-FX-QTD(WS-IND)
               MOVE ZERO TO WS-FX-VALOR(WS-IND)
           END-PERFORM.
           MOVE "suspensos_envelhecimento.rel" TO WS-NOME-REL.
           MOVE "ENVELHECIMENTO DOS PAGAMENTOS EM SUSPENSO"
               TO WS-TITULO-REL.
           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           MOVE "NUMERO ENTRADA  DIAS MOT MATR  COMP      VALOR"
               TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM ABRIR-SUSPENSOS.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SUS-PENDENTE
                           PERFORM ENVELHECER-SUSPENSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SUSPENSO.
           MOVE SPACES TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               MOVE WS-FX-QTD(WS-IND) TO WS-ED-QTD
               MOVE WS-FX-VALOR(WS-IND) TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-FX-ROTULO(WS-IND) " ITENS " WS-ED-QTD
                      " VALOR " WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-PERFORM.
           MOVE WS-TOTAL-PENDENTES TO WS-ED-QTD.
           MOVE WS-VALOR-PENDENTE TO WS-ED-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL PENDENTE ITENS " WS-ED-QTD
                  " VALOR " WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           CALL "REL-FECHAR".
           DISPLAY "Suspensos pendentes: " WS-TOTAL-PENDENTES
               " (acima de 30 dias: " WS-FX-QTD(4) ")".

       ENVELHECER-SUSPENSO.
           COMPUTE WS-DIAS-SUSPENSO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(SUS-DATA-ENTRADA).
           EVALUATE TRUE
               WHEN WS-DIAS-SUSPENSO <= 7
                   MOVE 1 TO WS-IND
               WHEN WS-DIAS-SUSPENSO <= 15
                   MOVE 2 TO WS-IND
               WHEN WS-DIAS-SUSPENSO <= 30
                   MOVE 3 TO WS-IND
               WHEN OTHER
                   MOVE 4 TO WS-IND
           END-EVALUATE.
           ADD 1 TO WS-FX-QTD(WS-IND).
           ADD SUS-VALOR TO WS-FX-VALOR(WS-IND).
           ADD 1 TO WS-TOTAL-PENDENTES.
           ADD SUS-VALOR TO WS-VALOR-PENDENTE.
           MOVE WS-DIAS-SUSPENSO TO WS-ED-DIAS.
           MOVE SUS-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING SUS-NUMERO " " SUS-DATA-ENTRADA " " WS-ED-DIAS
                  "  " SUS-MOTIVO "  " SUS-MATRICULA " "
                  SUS-COMPETENCIA " " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
