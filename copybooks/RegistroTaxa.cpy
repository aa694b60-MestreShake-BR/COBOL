      * Taxa avulsa (taxas_avulsas.idx), chave numero sequencial:
      * dinheiro devido a escola fora da mensalidade -- taxa de
      * segunda chamada (SEGUNDACHAMADA.cbl), livro didatico perdido
      * ou danificado (LIVROSDIDATICOS.cbl), multa de atraso da
      * biblioteca (BIBLIOTECA.cbl) e segunda via de certificado
      * (CERTIFICADOS.cbl), passeio ou visita de estudo
      * (PASSEIOS.cbl), recarga da cantina (CANTINA.cbl) e
      * mensalidade de atividade de contraturno (CONTRATURNO.cbl).
      * Lancada por LANCARTAXA com descricao e valor da tabela de
      * taxas (RegistroTabelaTaxa.cpy) -- o passeio, a recarga e o
      * contraturno, por LANCARTAXAVALOR, com o valor do proprio
      * item -- e
      * cobrada junto com a mensalidade por MENSALIDADES.cbl: remessa
      * bancaria, recebimento em caixa e relatorio de inadimplencia.
      * No intercambio com o banco e no diario de caixa a taxa viaja
      * na competencia 8NNNNN (800000 + TAX-NUMERO), fora do
      * calendario real como as parcelas de acordo (99NNPP). Paga, a
      * taxa libera o item que a originou (QUITARTAXA).
       01 REG-TAXA.
           05 TAX-NUMERO PIC 9(5).
           05 TAX-MATRICULA PIC 9(5).
           05 TAX-TIPO PIC X(2).
               88 TAX-SEGUNDA-CHAMADA   VALUE "SC".
               88 TAX-LIVRO-PERDIDO     VALUE "LP".
               88 TAX-LIVRO-DANIFICADO  VALUE "LD".
               88 TAX-BIBLIOTECA        VALUE "BI".
               88 TAX-CERTIFICADO       VALUE "CE".
               88 TAX-PASSEIO           VALUE "PS".
               88 TAX-RECARGA-CANTINA   VALUE "CT".
               88 TAX-CONTRATURNO       VALUE "AC".
           05 TAX-DESCRICAO PIC X(30).
      * Quantidade cobrada (dias de atraso na biblioteca; 1 nas
      * demais) e valor total ja multiplicado pelo da tabela.
           05 TAX-QUANTIDADE PIC 9(3).
           05 TAX-VALOR PIC 9(5)V9(2).
      * Chave do item de origem no arquivo do programa que lancou:
      * SGC-CHAVE, LDE-CHAVE, EMP-CHAVE + matricula + data do
      * emprestimo, matricula + ano + registro do certificado, ou
      * passeio + matricula (IPS-CHAVE), o pedido de recarga da
      * cantina (RCG-CHAVE) ou ano + atividade + matricula +
      * competencia do contraturno.
           05 TAX-REFERENCIA PIC X(30).
           05 TAX-PAGADOR PIC X(30).
           05 TAX-DATA-LANCAMENTO PIC 9(8).
      * Competencia da remessa bancaria que levou a taxa e o
      * vencimento dado a ela (o mesmo da mensalidade do aluno
      * naquela competencia); zeros enquanto nao foi remetida.
           05 TAX-COMP-REMESSA PIC 9(6).
           05 TAX-VENCIMENTO PIC 9(8).
           05 TAX-STATUS PIC X(1).
               88 TAX-ABERTA    VALUE "A".
               88 TAX-PAGA      VALUE "P".
               88 TAX-CANCELADA VALUE "C".
           05 TAX-DATA-PAGAMENTO PIC 9(8).
           05 TAX-VALOR-PAGO PIC 9(5)V9(2).
           05 TAX-ORIGEM PIC X(1).
               88 TAX-BAIXA-BANCO VALUE "B".
               88 TAX-BAIXA-CAIXA VALUE "C".
      * Recibo do caixa (baixa no balcao) ou operador que cancelou.
           05 TAX-RECIBO PIC 9(6).
           05 TAX-OPERADOR PIC X(8).
