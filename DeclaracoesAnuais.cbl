       IDENTIFICATION DIVISION.
           PROGRAM-ID. DECLARACOESANUAIS.
           AUTHOR. Alexandre S S Alves.

      * Declaracoes anuais do pagador, emitidas no fechamento do ano
      * e de novo em fevereiro para o imposto de renda. Uma folha
      * por pagador (grupo familiar de familias.idx ou, sem familia,
      * a propria matricula), enderecada ao responsavel de
      * responsaveis.idx:
      *   - sem cobranca em aberto nem renegociada pendente no ano:
      *     declaracao de quitacao anual de debitos;
      *   - com debito: demonstrativo do que continua em aberto
      *     (mensalidades do ano, competencias renegociadas em acordo
      *     ainda nao quitado e as parcelas abertas desses acordos),
      *     no lugar da quitacao;
      *   - para todos: valores efetivamente pagos no ano por
      *     dependente (matricula) e mes, para a declaracao de
      *     despesas com educacao.
      * O pago vem das baixas bancarias de mensalidades.idx, do
      * diario de caixa (caixa_diario.dat) e da parte coberta pelo
      * credito da familia; as baixas de caixa nao sao lidas da
      * mensalidade para nao contar o mesmo dinheiro duas vezes.
      * Recibo de caixa estornado (estornos_caixa.idx) nao conta
      * como pago.
      * Recibo de taxa avulsa (competencia 8NNNNN) nao e despesa
      * com mensalidade e fica fora das declaracoes.
      * Saida pelo IMPRELATORIO em declaracoes_anuais.rel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-ACORDO ASSIGN TO "acordos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WS-STATUS-ACD.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-ESTORNO ASSIGN TO "estornos_caixa.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RECIBO
               FILE STATUS IS WS-STATUS-EST.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT WORK-SORT ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-ACORDO.
           COPY "RegistroAcordo.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-ESTORNO.
           COPY "RegistroEstorno.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

      * Classe do item: A = cobranca em aberto, R = competencia
      * renegociada em acordo ainda nao quitado (so informativa, o
      * valor devido esta nas parcelas), P = pagamento do ano. As
      * abertas vem antes para a folha saber se cabe quitacao.
       SD  WORK-SORT.
       01 REGISTRO-SORT.
           05 SORT-TIPO-TITULAR PIC X(1).
           05 SORT-TITULAR PIC 9(5).
           05 SORT-CLASSE PIC X(1).
           05 SORT-MATRICULA PIC 9(5).
           05 SORT-MES PIC 9(2).
           05 SORT-COMPETENCIA PIC 9(6).
           05 SORT-VALOR PIC 9(5)V9(2).
           05 SORT-ORIGEM PIC X(1).
           05 SORT-ACORDO PIC 9(5).
           05 SORT-PAGADOR PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ACD PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-EST PIC X(2).
       01 WS-ESTORNOS-OK PIC X.
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-ANO PIC 9(4).
       01 WS-DATA-ATUAL PIC 9(8).
       01 WS-DATA-HORA PIC X(20).
       01 WS-COMP-ITEM PIC 9(6).
       01 WS-COMP-ITEM-R REDEFINES WS-COMP-ITEM.
           05 WS-COMP-ITEM-ANO PIC 9(4).
           05 WS-COMP-ITEM-MES PIC 9(2).
       01 WS-DATA-ITEM PIC 9(8).
       01 WS-DATA-ITEM-R REDEFINES WS-DATA-ITEM.
           05 WS-DATA-ITEM-ANO PIC 9(4).
           05 WS-DATA-ITEM-MES PIC 9(2).
           05 WS-DATA-ITEM-DIA PIC 9(2).
       01 WS-ACORDO-PENDENTE PIC X.
       01 WS-ACORDO-DO-ANO PIC X.
       01 WS-IND PIC 9(2).
       01 WS-TIPO-TITULAR PIC X(1).
       01 WS-TITULAR PIC 9(5).

      * Controle de quebra da folha do pagador
       01 WS-TEM-PAGADOR PIC X VALUE "N".
       01 WS-PAGADOR-TIPO PIC X(1).
       01 WS-PAGADOR-TITULAR PIC 9(5).
       01 WS-PAGADOR-NOME PIC X(30).
       01 WS-EM-DEBITO PIC X.
       01 WS-SECAO-PAGOS PIC X.
       01 WS-TOT-ABERTO PIC 9(7)V9(2).
       01 WS-TOT-PAGO PIC 9(7)V9(2).
       01 WS-TEM-MES PIC X.
       01 WS-MES-MATRICULA PIC 9(5).
       01 WS-MES-ATUAL PIC 9(2).
       01 WS-TOT-MES PIC 9(7)V9(2).
       01 WS-DEP-MATRICULA PIC 9(5).
       01 WS-TOT-DEPENDENTE PIC 9(7)V9(2).

       01 WS-QTD-QUITACOES PIC 9(5) VALUE ZERO.
       01 WS-QTD-DEBITOS PIC 9(5) VALUE ZERO.
       01 WS-NOME-REL PIC X(30) VALUE "declaracoes_anuais.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "DECLARACOES ANUAIS DO PAGADOR".
       01 WS-LINHA-REL PIC X(80).
       01 WS-ED-VALOR PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "-----------------------------------".
           DISPLAY "   Declaracoes Anuais do Pagador   ".
           DISPLAY "   (quitacao de debitos / IR)      ".
           DISPLAY "-----------------------------------".
           DISPLAY "Ano de referencia (AAAA): ".
           ACCEPT WS-ANO.
           IF WS-ANO = ZERO
               DISPLAY "Ano invalido."
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-DATA-ATUAL.

           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           SORT WORK-SORT
               ON ASCENDING KEY SORT-TIPO-TITULAR SORT-TITULAR
                   SORT-CLASSE SORT-MATRICULA SORT-MES
                   SORT-COMPETENCIA
               INPUT PROCEDURE COLETAR-ITENS-ANO
               OUTPUT PROCEDURE IMPRIMIR-DECLARACOES.
           CALL "REL-FECHAR".
           DISPLAY "Declaracoes de quitacao: " WS-QTD-QUITACOES.
           DISPLAY "Demonstrativos de debito: " WS-QTD-DEBITOS.
           DISPLAY "Relatorio em " WS-NOME-REL.
           GOBACK.

       COLETAR-ITENS-ANO.
           OPEN INPUT ARQUIVO-FAMILIA.
           OPEN INPUT ARQUIVO-ACORDO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CLASSIFICAR-MENSALIDADE
                   END-READ
               END-PERFORM
               PERFORM COLETAR-CAIXA
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           IF WS-STATUS-ACD = "00"
               CLOSE ARQUIVO-ACORDO
           END-IF.
           IF WS-STATUS-FAM = "00"
               CLOSE ARQUIVO-FAMILIA
           END-IF.

       CLASSIFICAR-MENSALIDADE.
           MOVE MEN-COMPETENCIA TO WS-COMP-ITEM.
           MOVE MEN-DATA-PAGAMENTO TO WS-DATA-ITEM.
           PERFORM BUSCAR-TITULAR.
           MOVE MEN-MATRICULA TO SORT-MATRICULA.
           MOVE MEN-COMPETENCIA TO SORT-COMPETENCIA.
           MOVE MEN-NOME-PAGADOR TO SORT-PAGADOR.
           MOVE MEN-ACORDO TO SORT-ACORDO.
           MOVE MEN-ORIGEM TO SORT-ORIGEM.

      * Pago pelo banco no ano (a baixa de caixa vem do diario)
           IF MEN-PAGA AND MEN-VALOR-PAGO > ZERO
                   AND (MEN-BAIXA-BANCO OR MEN-ORIGEM = SPACE)
                   AND WS-DATA-ITEM-ANO = WS-ANO
               MOVE "P" TO SORT-CLASSE
               MOVE WS-DATA-ITEM-MES TO SORT-MES
               MOVE MEN-VALOR-PAGO TO SORT-VALOR
               MOVE "B" TO SORT-ORIGEM
               RELEASE REGISTRO-SORT
           END-IF.

      * Parte quitada com o credito da familia na geracao: conta no
      * mes da competencia, quando o dinheiro foi de fato aplicado
           IF MEN-CREDITO > ZERO AND WS-COMP-ITEM-ANO = WS-ANO
               MOVE "P" TO SORT-CLASSE
               MOVE WS-COMP-ITEM-MES TO SORT-MES
               MOVE MEN-CREDITO TO SORT-VALOR
               MOVE "K" TO SORT-ORIGEM
               RELEASE REGISTRO-SORT
           END-IF.

           IF MEN-COMPETENCIA(1:2) = "99"
               IF MEN-ABERTA
                   PERFORM CLASSIFICAR-PARCELA-ABERTA
               END-IF
           ELSE
               IF WS-COMP-ITEM-ANO = WS-ANO
                   EVALUATE TRUE
                       WHEN MEN-ABERTA
                           MOVE "A" TO SORT-CLASSE
                           MOVE WS-COMP-ITEM-MES TO SORT-MES
                           MOVE MEN-VALOR TO SORT-VALOR
                           RELEASE REGISTRO-SORT
                       WHEN MEN-RENEGOCIADA
                           PERFORM CLASSIFICAR-RENEGOCIADA
                   END-EVALUATE
               END-IF
           END-IF.

       CLASSIFICAR-RENEGOCIADA.
      * Competencia absorvida por acordo: so pesa contra a quitacao
      * enquanto o acordo nao estiver quitado.
           MOVE "S" TO WS-ACORDO-PENDENTE.
           IF WS-STATUS-ACD = "00"
               MOVE MEN-ACORDO TO ACD-NUMERO
               READ ARQUIVO-ACORDO KEY IS ACD-NUMERO
                   NOT INVALID KEY
                       IF ACD-QUITADO
                           MOVE "N" TO WS-ACORDO-PENDENTE
                       END-IF
               END-READ
           END-IF.
           IF WS-ACORDO-PENDENTE = "S"
               MOVE "R" TO SORT-CLASSE
               MOVE WS-COMP-ITEM-MES TO SORT-MES
               MOVE MEN-VALOR TO SORT-VALOR
               RELEASE REGISTRO-SORT
           END-IF.

       CLASSIFICAR-PARCELA-ABERTA.
      * Parcela de acordo em aberto entra como debito do ano quando
      * o acordo absorveu alguma competencia do ano.
           MOVE "N" TO WS-ACORDO-DO-ANO.
           IF WS-STATUS-ACD = "00"
               MOVE MEN-ACORDO TO ACD-NUMERO
               READ ARQUIVO-ACORDO KEY IS ACD-NUMERO
                   NOT INVALID KEY
                       PERFORM VARYING WS-IND FROM 1 BY 1
                               UNTIL WS-IND > 12
                           IF ACD-COMP-ORIG(WS-IND)(1:4) =
                                   WS-ANO
                               MOVE "S" TO WS-ACORDO-DO-ANO
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.
           IF WS-ACORDO-DO-ANO = "S"
               MOVE "A" TO SORT-CLASSE
               MOVE ZERO TO SORT-MES
               MOVE MEN-VALOR TO SORT-VALOR
               RELEASE REGISTRO-SORT
           END-IF.

       COLETAR-CAIXA.
      * Recebimentos no balcao do ano; o pagador sai da cobranca
      * quitada (mensalidades.idx ainda aberto aqui para leitura).
      * O lancamento negativo do estorno nao entra, e o recibo
      * estornado tambem nao.
           MOVE "N" TO WS-ESTORNOS-OK.
           OPEN INPUT ARQUIVO-ESTORNO.
           IF WS-STATUS-EST = "00"
               MOVE "S" TO WS-ESTORNOS-OK
           END-IF.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE CXA-DATA TO WS-DATA-ITEM
                           IF WS-DATA-ITEM-ANO = WS-ANO
                                   AND CXA-VALOR > ZERO
                                   AND NOT CXA-TAXA-AVULSA
                               PERFORM LIBERAR-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.
           IF WS-ESTORNOS-OK = "S"
               CLOSE ARQUIVO-ESTORNO
           END-IF.

       LIBERAR-CAIXA.
           IF WS-ESTORNOS-OK = "S"
               MOVE CXA-RECIBO TO EST-RECIBO
               READ ARQUIVO-ESTORNO KEY IS EST-RECIBO
                   INVALID KEY
                       MOVE SPACE TO EST-STATUS
               END-READ
               IF EST-APROVADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CXA-MATRICULA TO MEN-MATRICULA.
           MOVE CXA-COMPETENCIA TO MEN-COMPETENCIA.
           READ ARQUIVO-MENSALIDADE KEY IS MEN-CHAVE
               INVALID KEY
                   MOVE SPACES TO MEN-NOME-PAGADOR
           END-READ.
           MOVE CXA-MATRICULA TO MEN-MATRICULA.
           PERFORM BUSCAR-TITULAR.
           MOVE "P" TO SORT-CLASSE.
           MOVE CXA-MATRICULA TO SORT-MATRICULA.
           MOVE WS-DATA-ITEM-MES TO SORT-MES.
           MOVE CXA-COMPETENCIA TO SORT-COMPETENCIA.
           MOVE CXA-VALOR TO SORT-VALOR.
           MOVE "C" TO SORT-ORIGEM.
           MOVE ZERO TO SORT-ACORDO.
           MOVE MEN-NOME-PAGADOR TO SORT-PAGADOR.
           RELEASE REGISTRO-SORT.

       BUSCAR-TITULAR.
      * Irmaos do mesmo grupo familiar caem na mesma folha.
           MOVE "M" TO WS-TIPO-TITULAR.
           MOVE MEN-MATRICULA TO WS-TITULAR.
           IF WS-STATUS-FAM = "00"
               MOVE MEN-MATRICULA TO FAM-MATRICULA
               READ ARQUIVO-FAMILIA KEY IS FAM-MATRICULA
                   NOT INVALID KEY
                       IF FAM-CODIGO NOT = ZERO
                           MOVE "F" TO WS-TIPO-TITULAR
                           MOVE FAM-CODIGO TO WS-TITULAR
                       END-IF
               END-READ
           END-IF.
           MOVE WS-TIPO-TITULAR TO SORT-TIPO-TITULAR.
           MOVE WS-TITULAR TO SORT-TITULAR.

       IMPRIMIR-DECLARACOES.
           MOVE "N" TO WS-TEM-PAGADOR.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               RETURN WORK-SORT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM IMPRIMIR-ITEM-ANO
               END-RETURN
           END-PERFORM.
           IF WS-TEM-PAGADOR = "S"
               PERFORM FECHAR-PAGADOR
           END-IF.

       IMPRIMIR-ITEM-ANO.
           IF WS-TEM-PAGADOR = "N"
                   OR SORT-TIPO-TITULAR NOT = WS-PAGADOR-TIPO
                   OR SORT-TITULAR NOT = WS-PAGADOR-TITULAR
               IF WS-TEM-PAGADOR = "S"
                   PERFORM FECHAR-PAGADOR
               END-IF
               PERFORM ABRIR-PAGADOR
           END-IF.
           EVALUATE SORT-CLASSE
               WHEN "A"
                   PERFORM IMPRIMIR-ITEM-ABERTO
               WHEN "R"
                   PERFORM IMPRIMIR-ITEM-RENEGOCIADO
               WHEN "P"
                   PERFORM ACUMULAR-ITEM-PAGO
           END-EVALUATE.

       ABRIR-PAGADOR.
           MOVE "S" TO WS-TEM-PAGADOR.
           MOVE SORT-TIPO-TITULAR TO WS-PAGADOR-TIPO.
           MOVE SORT-TITULAR TO WS-PAGADOR-TITULAR.
           MOVE SORT-PAGADOR TO WS-PAGADOR-NOME.
           MOVE ZERO TO WS-TOT-ABERTO.
           MOVE ZERO TO WS-TOT-PAGO.
           MOVE "N" TO WS-SECAO-PAGOS.
           MOVE "N" TO WS-TEM-MES.
           MOVE ZERO TO WS-DEP-MATRICULA.
           MOVE ZERO TO WS-TOT-DEPENDENTE.
           IF SORT-CLASSE = "P"
               MOVE "N" TO WS-EM-DEBITO
           ELSE
               MOVE "S" TO WS-EM-DEBITO
           END-IF.

           MOVE ALL "=" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM IMPRIMIR-ENDERECO.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

           IF WS-EM-DEBITO = "S"
               ADD 1 TO WS-QTD-DEBITOS
               MOVE SPACES TO WS-LINHA-REL
               STRING "DEMONSTRATIVO DE DEBITOS EM ABERTO - ANO "
                   WS-ANO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE "Constam em aberto, nesta data, os debitos abaixo"
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE "referentes ao ano, o que impede a emissao da"
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE "declaracao de quitacao anual de debitos."
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
           ELSE
               ADD 1 TO WS-QTD-QUITACOES
               MOVE SPACES TO WS-LINHA-REL
               STRING "DECLARACAO DE QUITACAO ANUAL DE DEBITOS - ANO "
                   WS-ANO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "Declaramos que estao quitados todos os debitos"
                   " de mensalidades"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "escolares vencidos no ano de " WS-ANO
                   " dos dependentes abaixo, nada"
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "havendo a reclamar ate a data de "
                   WS-DATA-ATUAL(7:2) "/" WS-DATA-ATUAL(5:2) "/"
                   WS-DATA-ATUAL(1:4) "."
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

       IMPRIMIR-ENDERECO.
      * O responsavel da primeira matricula da folha fala pela casa;
      * o nome do pagador vem da cobranca.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-PAGADOR-TIPO = "F"
               STRING "PAGADOR: " WS-PAGADOR-NOME
                   " FAMILIA " WS-PAGADOR-TITULAR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING "PAGADOR: " WS-PAGADOR-NOME
                   " MATRICULA " WS-PAGADOR-TITULAR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE SORT-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       MOVE "AOS RESPONSAVEIS" TO WS-LINHA-REL
                       CALL "REL-LINHA" USING WS-LINHA-REL
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "AO(A) SR(A). " RSP-NOME
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                       CALL "REL-LINHA" USING WS-LINHA-REL
                       MOVE RSP-ENDERECO TO WS-LINHA-REL
                       CALL "REL-LINHA" USING WS-LINHA-REL
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.

       IMPRIMIR-ITEM-ABERTO.
           ADD SORT-VALOR TO WS-TOT-ABERTO.
           MOVE SORT-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           IF SORT-COMPETENCIA(1:2) = "99"
               STRING "  MATRICULA " SORT-MATRICULA
                   " PARCELA " SORT-COMPETENCIA(5:2)
                   " DO ACORDO " SORT-ACORDO
                   " R$ " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING "  MATRICULA " SORT-MATRICULA
                   " MENSALIDADE " SORT-COMPETENCIA(5:2) "/"
                   SORT-COMPETENCIA(1:4)
                   " R$ " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
           END-IF.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-ITEM-RENEGOCIADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  MATRICULA " SORT-MATRICULA
               " MENSALIDADE " SORT-COMPETENCIA(5:2) "/"
               SORT-COMPETENCIA(1:4)
               " RENEGOCIADA NO ACORDO " SORT-ACORDO
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       ACUMULAR-ITEM-PAGO.
           IF WS-SECAO-PAGOS = "N"
               PERFORM ABRIR-SECAO-PAGOS
           END-IF.
           IF WS-TEM-MES = "S"
                   AND (SORT-MATRICULA NOT = WS-MES-MATRICULA
                        OR SORT-MES NOT = WS-MES-ATUAL)
               PERFORM IMPRIMIR-MES-PAGO
           END-IF.
           IF WS-DEP-MATRICULA NOT = ZERO
                   AND SORT-MATRICULA NOT = WS-DEP-MATRICULA
               PERFORM IMPRIMIR-TOTAL-DEPENDENTE
           END-IF.
           IF WS-TEM-MES = "N"
               MOVE "S" TO WS-TEM-MES
               MOVE SORT-MATRICULA TO WS-MES-MATRICULA
               MOVE SORT-MES TO WS-MES-ATUAL
               MOVE ZERO TO WS-TOT-MES
           END-IF.
           MOVE SORT-MATRICULA TO WS-DEP-MATRICULA.
           ADD SORT-VALOR TO WS-TOT-MES.
           ADD SORT-VALOR TO WS-TOT-DEPENDENTE.
           ADD SORT-VALOR TO WS-TOT-PAGO.

       ABRIR-SECAO-PAGOS.
           MOVE "S" TO WS-SECAO-PAGOS.
           IF WS-EM-DEBITO = "S"
               PERFORM IMPRIMIR-TOTAL-ABERTO
           END-IF.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "DESPESAS COM EDUCACAO PAGAS NO ANO DE " WS-ANO
               " (IMPOSTO DE RENDA)"
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-MES-PAGO.
           MOVE WS-TOT-MES TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  DEPENDENTE " WS-MES-MATRICULA
               " MES " WS-MES-ATUAL "/" WS-ANO
               " PAGO R$ " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "N" TO WS-TEM-MES.

       IMPRIMIR-TOTAL-DEPENDENTE.
           MOVE WS-TOT-DEPENDENTE TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TOTAL DO DEPENDENTE " WS-DEP-MATRICULA
               " NO ANO R$ " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ZERO TO WS-TOT-DEPENDENTE.

       IMPRIMIR-TOTAL-ABERTO.
           MOVE WS-TOT-ABERTO TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL EM ABERTO R$ " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       FECHAR-PAGADOR.
           IF WS-SECAO-PAGOS = "S"
               IF WS-TEM-MES = "S"
                   PERFORM IMPRIMIR-MES-PAGO
               END-IF
               PERFORM IMPRIMIR-TOTAL-DEPENDENTE
               MOVE WS-TOT-PAGO TO WS-ED-VALOR
               MOVE SPACES TO WS-LINHA-REL
               STRING "TOTAL PAGO NO ANO R$ " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           ELSE
               IF WS-EM-DEBITO = "S"
                   PERFORM IMPRIMIR-TOTAL-ABERTO
               END-IF
               MOVE "SEM PAGAMENTOS REGISTRADOS NO ANO"
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
