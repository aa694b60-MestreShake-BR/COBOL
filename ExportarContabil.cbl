      * disciplina do intercambio do censo. Faturamento, desconto e
      * renegociado saem das cobrancas da competencia; recebimentos
      * e multa/juros, dos pagamentos datados dentro do mes. A
      * unidade vem do cadastro do aluno. O faturado inclui a parte
      * paga com credito da familia (que tambem sai em conta
      * propria), e as devolucoes de credito aprovadas no mes entram
      * pela data da aprovacao (devolucoes.idx). Recibo do caixa
      * estornado (estornos_caixa.idx) continua no recebido de caixa
      * do mes do recibo e o estorno sai em conta propria no mes da
      * aprovacao. A cota de depreciacao do mes dos bens do
      * patrimonio (patrimonio.idx, calculada por CALCDEPRECIACAO)
      * sai na conta 811, sem unidade -- o bem e da mantenedora.
      * As contas a pagar pagas no mes (contas_pagar.idx, pela data
      * do pagamento) saem como debitos nas contas 9NN da categoria
      * de custo, na unidade da conta, ao lado dos creditos das
      * mensalidades: o contador recebe o movimento completo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-DEVOLUCAO ASSIGN TO "devolucoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMERO
               FILE STATUS IS WS-STATUS-DEV.
           SELECT ARQUIVO-ESTORNO ASSIGN TO "estornos_caixa.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RECIBO
               FILE STATUS IS WS-STATUS-EST.
           SELECT ARQUIVO-PATRIMONIO ASSIGN TO "patrimonio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PLAQUETA
               ALTERNATE RECORD KEY IS PAT-SALA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PAT.
           SELECT ARQUIVO-CONTA-PAGAR ASSIGN TO "contas_pagar.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-NUMERO
               ALTERNATE RECORD KEY IS CPG-DOCUMENTO
               ALTERNATE RECORD KEY IS CPG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CPG.
           SELECT ARQUIVO-CONTABIL ASSIGN TO "contabil_mes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTB.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-DEVOLUCAO.
           COPY "RegistroDevolucao.cpy".

       FD  ARQUIVO-ESTORNO.
           COPY "RegistroEstorno.cpy".

       FD  ARQUIVO-PATRIMONIO.
           COPY "RegistroPatrimonio.cpy".

       FD  ARQUIVO-CONTA-PAGAR.
           COPY "RegistroContaPagar.cpy".

       FD  ARQUIVO-CONTABIL.
           COPY "LayoutContabil.cpy".

       01 WS-STATUS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-CTB PIC X(2).
       01 WS-STATUS-DEV PIC X(2).
       01 WS-STATUS-EST PIC X(2).
       01 WS-STATUS-PAT PIC X(2).
       01 WS-STATUS-CPG PIC X(2).
       01 WS-DEP-ACUMULADA PIC 9(7)V9(2).
       01 WS-DEP-DO-MES PIC 9(7)V9(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-MES-INICIO PIC 9(8).
       01 WS-MES-FIM PIC 9(8).
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.
           PERFORM ACUMULAR-DEVOLUCOES.
           PERFORM ACUMULAR-ESTORNOS.
           PERFORM ACUMULAR-DEPRECIACAO.
           PERFORM ACUMULAR-CONTAS-PAGAR.
           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
      * renegociado.
           IF MEN-COMPETENCIA = WS-COMPETENCIA
               MOVE 311 TO WS-CONTA
               COMPUTE WS-VALOR-LANCAMENTO = MEN-VALOR + MEN-CREDITO
               PERFORM ACUMULAR-LANCAMENTO
               IF MEN-CREDITO > ZERO
                   MOVE 413 TO WS-CONTA
                   MOVE MEN-CREDITO TO WS-VALOR-LANCAMENTO
                   PERFORM ACUMULAR-LANCAMENTO
               END-IF
               IF MEN-DESCONTO > ZERO
                   MOVE 511 TO WS-CONTA
                   MOVE MEN-DESCONTO TO WS-VALOR-LANCAMENTO
           END-IF.
      * Pagamentos datados dentro do mes, de qualquer competencia:
      * recebimentos (banco ou caixa) e a parcela de multa/juros.
           IF MEN-PAGA AND NOT MEN-BAIXA-CREDITO
                   AND MEN-DATA-PAGAMENTO >= WS-MES-INICIO
                   AND MEN-DATA-PAGAMENTO <= WS-MES-FIM
               IF MEN-BAIXA-CAIXA
               END-IF
           END-IF.

       ACUMULAR-DEVOLUCOES.
      * Devolucoes de credito aprovadas dentro do mes, na unidade do
      * aluno do pedido; sem devolucoes.idx nao ha o que lancar.
           OPEN INPUT ARQUIVO-DEVOLUCAO.
           IF WS-STATUS-DEV = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DEVOLUCAO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DEV-APROVADA
                                   AND DEV-DATA-DECISAO >= WS-MES-INICIO
                                   AND DEV-DATA-DECISAO <= WS-MES-FIM
                               MOVE DEV-MATRICULA TO MEN-MATRICULA
                               PERFORM BUSCAR-UNIDADE-DO-ALUNO
                               MOVE 711 TO WS-CONTA
                               MOVE DEV-VALOR TO WS-VALOR-LANCAMENTO
                               PERFORM ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DEVOLUCAO
           END-IF.

       ACUMULAR-ESTORNOS.
      * A cobranca do recibo estornado voltou a aberta e nao aparece
      * mais como recebida; o recibo entra aqui no recebido de caixa
      * do mes em que foi emitido, e o estorno na conta 712 no mes
      * em que foi aprovado. Estorno de taxa avulsa fica de fora,
      * como a propria taxa.
           OPEN INPUT ARQUIVO-ESTORNO.
           IF WS-STATUS-EST = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-ESTORNO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF EST-APROVADO AND NOT EST-TAXA-AVULSA
                               PERFORM CLASSIFICAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ESTORNO
           END-IF.

       CLASSIFICAR-ESTORNO.
           MOVE EST-MATRICULA TO MEN-MATRICULA.
           PERFORM BUSCAR-UNIDADE-DO-ALUNO.
           IF EST-DATA-RECIBO >= WS-MES-INICIO
                   AND EST-DATA-RECIBO <= WS-MES-FIM
               MOVE 412 TO WS-CONTA
               MOVE EST-VALOR TO WS-VALOR-LANCAMENTO
               PERFORM ACUMULAR-LANCAMENTO
           END-IF.
           IF EST-DATA-DECISAO >= WS-MES-INICIO
                   AND EST-DATA-DECISAO <= WS-MES-FIM
               MOVE 712 TO WS-CONTA
               MOVE EST-VALOR TO WS-VALOR-LANCAMENTO
               PERFORM ACUMULAR-LANCAMENTO
           END-IF.

       ACUMULAR-DEPRECIACAO.
      * Bem ativo, ou baixado dentro do proprio mes, deprecia a cota
      * do mes; sem patrimonio.idx nao ha o que lancar.
           OPEN INPUT ARQUIVO-PATRIMONIO.
           IF WS-STATUS-PAT = "00"
               MOVE SPACES TO WS-UNIDADE-REG
               MOVE 811 TO WS-CONTA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PATRIMONIO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PAT-ATIVO
                                   OR PAT-DATA-BAIXA >= WS-MES-INICIO
                               CALL "CALCDEPRECIACAO" USING PAT-CLASSE
                                   PAT-VALOR-AQUISICAO
                                   PAT-DATA-AQUISICAO WS-COMPETENCIA
                                   WS-DEP-ACUMULADA WS-DEP-DO-MES
                               IF WS-DEP-DO-MES > ZERO
                                   MOVE WS-DEP-DO-MES
                                       TO WS-VALOR-LANCAMENTO
                                   PERFORM ACUMULAR-LANCAMENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PATRIMONIO
           END-IF.

       ACUMULAR-CONTAS-PAGAR.
      * Conta a pagar paga dentro do mes, na conta de debito da sua
      * categoria de custo; sem contas_pagar.idx nao ha o que lancar.
           OPEN INPUT ARQUIVO-CONTA-PAGAR.
           IF WS-STATUS-CPG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CONTA-PAGAR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CPG-PAGA
                                   AND CPG-DATA-PAGAMENTO
                                       >= WS-MES-INICIO
                                   AND CPG-DATA-PAGAMENTO
                                       <= WS-MES-FIM
                               PERFORM CLASSIFICAR-CONTA-PAGAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CONTA-PAGAR
           END-IF.

       CLASSIFICAR-CONTA-PAGAR.
           EVALUATE CPG-CATEGORIA
               WHEN "MER"
                   MOVE 911 TO WS-CONTA
               WHEN "TRA"
                   MOVE 912 TO WS-CONTA
               WHEN "DID"
                   MOVE 913 TO WS-CONTA
               WHEN "MAN"
                   MOVE 914 TO WS-CONTA
               WHEN "SER"
                   MOVE 915 TO WS-CONTA
               WHEN OTHER
                   MOVE 919 TO WS-CONTA
           END-EVALUATE.
           MOVE CPG-UNIDADE TO WS-UNIDADE-REG.
           MOVE CPG-VALOR TO WS-VALOR-LANCAMENTO.
           PERFORM ACUMULAR-LANCAMENTO.

       BUSCAR-UNIDADE-DO-ALUNO.
           MOVE SPACES TO WS-UNIDADE-REG.
           IF WS-ALUNOS-OK = "S"
               MOVE MEN-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
