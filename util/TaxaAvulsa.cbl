       IDENTIFICATION DIVISION.
           PROGRAM-ID. LANCARTAXA.
           AUTHOR. Alexandre S S Alves.

      * Lancamento de taxa avulsa (taxas_avulsas.idx), chamado pelos
      * programas em que nasce o dinheiro devido fora da mensalidade:
      * segunda chamada sem taxa paga, livro didatico perdido ou
      * danificado, devolucao atrasada na biblioteca, segunda via de
      * certificado e passeio. A descricao e o valor vem da tabela
      * de taxas (tabela_taxas.idx); tipo sem valor na tabela nao
      * lanca nada e devolve LK-NUMERO zerado. O mesmo item de
      * origem (tipo + referencia) nao e cobrado duas vezes: havendo
      * taxa nao cancelada para ele, devolve o numero dela.
      * A entrada QUITARTAXA e chamada por MENSALIDADES.cbl quando a
      * taxa e paga (retorno do banco ou caixa) e libera o item de
      * origem:
      *   SC - marca a taxa da segunda chamada como paga;
      *   LP - livro perdido indenizado sai da lista de nao
      *        devolvidos (devolucao na data do pagamento, condicao
      *        I = indenizado);
      *   LD, BI, CE, AC - nada a liberar alem da propria taxa;
      *   PS - marca a inscricao do passeio como paga;
      *   CT - credita a recarga no saldo da cantina
      *        (CANTINA-CREDITAR).
      * A entrada ESTORNARTAXA desfaz o que QUITARTAXA liberou,
      * chamada por ESTORNOCAIXA.cbl antes de reabrir a taxa de um
      * recibo estornado: segunda chamada volta a taxa devida, livro
      * indenizado volta a perdido, inscricao do passeio volta a nao
      * paga e a recarga sai do saldo da cantina
      * (CANTINA-ESTORNAR). Devolve N em LK-SITUACAO quando o
      * estorno nao pode ser feito (recarga ja gasta na cantina).
      * A entrada TAXAABERTA responde se a matricula tem taxa do tipo
      * ainda em aberto (bloqueio de emprestimo da biblioteca).
      * A entrada LANCARTAXAVALOR lanca taxa cujo valor nao vem da
      * tabela, e sim do proprio item (PS - custo por aluno do
      * passeio; CT - valor pedido na recarga da cantina; AC -
      * mensalidade do contraturno, pro rata no mes de entrada);
      * CANCELARTAXAITEM cancela a taxa ainda aberta de um
      * item (passeio cancelado, familia que desistiu, contraturno
      * cancelado) e devolve P
      * quando ela ja foi paga e o dinheiro tem de voltar pelo
      * credito da familia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT ARQUIVO-TABELA ASSIGN TO "tabela_taxas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBT-TIPO
               FILE STATUS IS WS-STATUS-TBT.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-SEGCHAMADA
               ASSIGN TO "segunda_chamada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGC-CHAVE
               FILE STATUS IS WS-STATUS-SGC.
           SELECT ARQUIVO-ENTREGA ASSIGN TO "livros_entregues.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDE-CHAVE
               FILE STATUS IS WS-STATUS-LDE.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-IPS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       FD  ARQUIVO-TABELA.
           COPY "RegistroTabelaTaxa.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-SEGCHAMADA.
           COPY "RegistroSegChamada.cpy".

       FD  ARQUIVO-ENTREGA.
           COPY "RegistroLivroEntregue.cpy".

       FD  ARQUIVO-INSCRICAO-PASSEIO.
           COPY "RegistroInscricaoPasseio.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-TAX PIC X(2).
       01 WS-STATUS-TBT PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-SGC PIC X(2).
       01 WS-STATUS-LDE PIC X(2).
       01 WS-STATUS-IPS PIC X(2).
       01 WS-VALOR-TOTAL PIC 9(5)V9(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-TAXA-NOVA PIC 9(5).
       01 WS-TAXA-EXISTENTE PIC 9(5).
       01 WS-DESCRICAO PIC X(30).
       01 WS-VALOR-UNITARIO PIC 9(5)V9(2).
       01 WS-QUANTIDADE PIC 9(3).
       01 WS-ED-VALOR PIC ZZZZ9.99.

       LINKAGE SECTION.
       01 LK-TIPO PIC X(2).
       01 LK-MATRICULA PIC 9(5).
       01 LK-QUANTIDADE PIC 9(3).
       01 LK-REFERENCIA PIC X(30).
       01 LK-NUMERO PIC 9(5).
       01 LK-DATA PIC 9(8).
       01 LK-ABERTA PIC X(1).
       01 LK-VALOR PIC 9(5)V9(2).
       01 LK-DESCRICAO PIC X(30).
       01 LK-OPERADOR PIC X(8).
       01 LK-SITUACAO PIC X(1).

       PROCEDURE DIVISION USING LK-TIPO LK-MATRICULA LK-QUANTIDADE
               LK-REFERENCIA LK-NUMERO.
       PRINCIPAL.
           MOVE ZERO TO LK-NUMERO.
           MOVE LK-QUANTIDADE TO WS-QUANTIDADE.
           IF WS-QUANTIDADE = ZERO
               MOVE 1 TO WS-QUANTIDADE
           END-IF.
           PERFORM BUSCAR-TABELA.
           IF WS-VALOR-UNITARIO = ZERO
               DISPLAY "Taxa " LK-TIPO " sem valor na tabela de "
                   "taxas: nada foi lancado."
               GOBACK
           END-IF.
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-UNITARIO * WS-QUANTIDADE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-VALOR-TOTAL
           END-COMPUTE.
           PERFORM LANCAR-TAXA.
           GOBACK.

       ENTRY "LANCARTAXAVALOR" USING LK-TIPO LK-MATRICULA LK-VALOR
               LK-REFERENCIA LK-DESCRICAO LK-NUMERO.
           MOVE ZERO TO LK-NUMERO.
           IF LK-VALOR = ZERO
               GOBACK
           END-IF.
           MOVE 1 TO WS-QUANTIDADE.
           MOVE LK-VALOR TO WS-VALOR-TOTAL.
           MOVE LK-DESCRICAO TO WS-DESCRICAO.
           PERFORM LANCAR-TAXA.
           GOBACK.

       ENTRY "CANCELARTAXAITEM" USING LK-TIPO LK-REFERENCIA
               LK-OPERADOR LK-SITUACAO.
      * Devolve C (taxa aberta cancelada), P (taxa do item ja paga)
      * ou N (nenhuma taxa viva para o item).
           MOVE "N" TO LK-SITUACAO.
           OPEN I-O ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               GOBACK
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TAXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TAX-TIPO = LK-TIPO
                               AND TAX-REFERENCIA = LK-REFERENCIA
                           PERFORM CANCELAR-TAXA-DO-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TAXA.
           GOBACK.

       ENTRY "QUITARTAXA" USING LK-TIPO LK-REFERENCIA LK-DATA.
           EVALUATE LK-TIPO
               WHEN "SC"
                   PERFORM QUITAR-SEGUNDA-CHAMADA
               WHEN "LP"
                   PERFORM QUITAR-LIVRO-PERDIDO
               WHEN "PS"
                   PERFORM QUITAR-PASSEIO
               WHEN "CT"
                   CALL "CANTINA-CREDITAR" USING LK-REFERENCIA
                       LK-DATA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       ENTRY "ESTORNARTAXA" USING LK-TIPO LK-REFERENCIA LK-DATA
               LK-SITUACAO.
           MOVE "S" TO LK-SITUACAO.
           EVALUATE LK-TIPO
               WHEN "SC"
                   PERFORM ESTORNAR-SEGUNDA-CHAMADA
               WHEN "LP"
                   PERFORM ESTORNAR-LIVRO-PERDIDO
               WHEN "PS"
                   PERFORM ESTORNAR-PASSEIO
               WHEN "CT"
                   CALL "CANTINA-ESTORNAR" USING LK-REFERENCIA
                       LK-DATA LK-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       ENTRY "TAXAABERTA" USING LK-TIPO LK-MATRICULA LK-ABERTA.
           MOVE "N" TO LK-ABERTA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-ABERTA AND TAX-TIPO = LK-TIPO
                                   AND TAX-MATRICULA = LK-MATRICULA
                               MOVE "S" TO LK-ABERTA
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.
           GOBACK.

       LANCAR-TAXA.
           PERFORM ABRIR-TAXAS.
           IF WS-STATUS-TAX NOT = "00"
               GOBACK
           END-IF.
           PERFORM PROCURAR-TAXA-DO-ITEM.
           IF WS-TAXA-EXISTENTE NOT = ZERO
               MOVE WS-TAXA-EXISTENTE TO LK-NUMERO
               DISPLAY "Item ja cobrado na taxa avulsa "
                   WS-TAXA-EXISTENTE "."
               CLOSE ARQUIVO-TAXA
               GOBACK
           END-IF.
           INITIALIZE REG-TAXA.
           MOVE WS-TAXA-NOVA TO TAX-NUMERO.
           MOVE LK-MATRICULA TO TAX-MATRICULA.
           MOVE LK-TIPO TO TAX-TIPO.
           MOVE WS-DESCRICAO TO TAX-DESCRICAO.
           MOVE WS-QUANTIDADE TO TAX-QUANTIDADE.
           MOVE WS-VALOR-TOTAL TO TAX-VALOR.
           MOVE LK-REFERENCIA TO TAX-REFERENCIA.
           PERFORM BUSCAR-PAGADOR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO TAX-DATA-LANCAMENTO.
           SET TAX-ABERTA TO TRUE.
           WRITE REG-TAXA
               INVALID KEY
                   DISPLAY "Erro ao gravar taxa avulsa " WS-TAXA-NOVA
               NOT INVALID KEY
                   MOVE WS-TAXA-NOVA TO LK-NUMERO
                   MOVE TAX-VALOR TO WS-ED-VALOR
                   DISPLAY "Taxa avulsa " WS-TAXA-NOVA " lancada: "
                       TAX-DESCRICAO " R$ " WS-ED-VALOR
           END-WRITE.
           CLOSE ARQUIVO-TAXA.

       CANCELAR-TAXA-DO-ITEM.
           IF TAX-ABERTA
               SET TAX-CANCELADA TO TRUE
               MOVE LK-OPERADOR TO TAX-OPERADOR
               REWRITE REG-TAXA
               MOVE "C" TO LK-SITUACAO
           END-IF.
           IF TAX-PAGA
               MOVE "P" TO LK-SITUACAO
           END-IF.

       BUSCAR-TABELA.
           MOVE ZERO TO WS-VALOR-UNITARIO.
           MOVE SPACES TO WS-DESCRICAO.
           OPEN INPUT ARQUIVO-TABELA.
           IF WS-STATUS-TBT = "00"
               MOVE LK-TIPO TO TBT-TIPO
               READ ARQUIVO-TABELA KEY IS TBT-TIPO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TBT-VALOR TO WS-VALOR-UNITARIO
                       MOVE TBT-DESCRICAO TO WS-DESCRICAO
               END-READ
               CLOSE ARQUIVO-TABELA
           END-IF.

       ABRIR-TAXAS.
           OPEN I-O ARQUIVO-TAXA.
           EVALUATE WS-STATUS-TAX
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-TAXA
                   CLOSE ARQUIVO-TAXA
                   OPEN I-O ARQUIVO-TAXA
               WHEN OTHER
                   DISPLAY "Erro ao abrir taxas_avulsas.idx. STATUS="
                       WS-STATUS-TAX
           END-EVALUATE.

       PROCURAR-TAXA-DO-ITEM.
      * Uma passada so: o proximo numero e o maior gravado mais um, e
      * uma taxa nao cancelada do mesmo item impede o lancamento.
           MOVE 1 TO WS-TAXA-NOVA.
           MOVE ZERO TO WS-TAXA-EXISTENTE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TAXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TAX-NUMERO >= WS-TAXA-NOVA
                           COMPUTE WS-TAXA-NOVA = TAX-NUMERO + 1
                       END-IF
                       IF TAX-TIPO = LK-TIPO
                               AND TAX-REFERENCIA = LK-REFERENCIA
                               AND NOT TAX-CANCELADA
                           MOVE TAX-NUMERO TO WS-TAXA-EXISTENTE
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-PAGADOR.
      * Mesmo criterio da mensalidade: o responsavel cadastrado; sem
      * responsavel, o proprio aluno.
           MOVE SPACES TO TAX-PAGADOR.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE LK-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSP-NOME TO TAX-PAGADOR
               END-READ
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF TAX-PAGADOR = SPACES
               OPEN INPUT ARQUIVO-ALUNOS
               IF WS-STATUS-ALU = "00"
                   MOVE LK-MATRICULA TO MATRICULA-ALUNO
                   READ ARQUIVO-ALUNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOME-ALUNO TO TAX-PAGADOR
                   END-READ
                   CLOSE ARQUIVO-ALUNOS
               END-IF
           END-IF.

       QUITAR-SEGUNDA-CHAMADA.
           OPEN I-O ARQUIVO-SEGCHAMADA.
           IF WS-STATUS-SGC = "00"
               MOVE LK-REFERENCIA TO SGC-CHAVE
               READ ARQUIVO-SEGCHAMADA KEY IS SGC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SGC-TAXA-OK TO TRUE
                       REWRITE REG-SEG-CHAMADA
               END-READ
               CLOSE ARQUIVO-SEGCHAMADA
           END-IF.

       QUITAR-LIVRO-PERDIDO.
           OPEN I-O ARQUIVO-ENTREGA.
           IF WS-STATUS-LDE = "00"
               MOVE LK-REFERENCIA(1:15) TO LDE-CHAVE
               READ ARQUIVO-ENTREGA KEY IS LDE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LDE-DATA-DEVOLUCAO = ZERO
                           MOVE LK-DATA TO LDE-DATA-DEVOLUCAO
                           MOVE "I" TO LDE-CONDICAO-DEVOLUCAO
                           REWRITE REG-LIVRO-ENTREGUE
                       END-IF
               END-READ
               CLOSE ARQUIVO-ENTREGA
           END-IF.

       QUITAR-PASSEIO.
      * Referencia = numero do passeio + matricula (IPS-CHAVE).
           OPEN I-O ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS = "00"
               MOVE LK-REFERENCIA(1:10) TO IPS-CHAVE
               READ ARQUIVO-INSCRICAO-PASSEIO KEY IS IPS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO IPS-PAGO
                       MOVE LK-DATA TO IPS-DATA-PAGAMENTO
                       REWRITE REG-INSCRICAO-PASSEIO
               END-READ
               CLOSE ARQUIVO-INSCRICAO-PASSEIO
           END-IF.

       ESTORNAR-SEGUNDA-CHAMADA.
           OPEN I-O ARQUIVO-SEGCHAMADA.
           IF WS-STATUS-SGC = "00"
               MOVE LK-REFERENCIA TO SGC-CHAVE
               READ ARQUIVO-SEGCHAMADA KEY IS SGC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SGC-TAXA-DEVIDA TO TRUE
                       REWRITE REG-SEG-CHAMADA
               END-READ
               CLOSE ARQUIVO-SEGCHAMADA
           END-IF.

       ESTORNAR-LIVRO-PERDIDO.
      * So desfaz a devolucao que a propria quitacao gravou
      * (indenizado na data do pagamento).
           OPEN I-O ARQUIVO-ENTREGA.
           IF WS-STATUS-LDE = "00"
               MOVE LK-REFERENCIA(1:15) TO LDE-CHAVE
               READ ARQUIVO-ENTREGA KEY IS LDE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LDE-CONDICAO-DEVOLUCAO = "I"
                               AND LDE-DATA-DEVOLUCAO = LK-DATA
                           MOVE ZERO TO LDE-DATA-DEVOLUCAO
                           MOVE "P" TO LDE-CONDICAO-DEVOLUCAO
                           REWRITE REG-LIVRO-ENTREGUE
                       END-IF
               END-READ
               CLOSE ARQUIVO-ENTREGA
           END-IF.

       ESTORNAR-PASSEIO.
           OPEN I-O ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS = "00"
               MOVE LK-REFERENCIA(1:10) TO IPS-CHAVE
               READ ARQUIVO-INSCRICAO-PASSEIO KEY IS IPS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO IPS-PAGO
                       MOVE ZERO TO IPS-DATA-PAGAMENTO
                       REWRITE REG-INSCRICAO-PASSEIO
               END-READ
               CLOSE ARQUIVO-INSCRICAO-PASSEIO
           END-IF.
