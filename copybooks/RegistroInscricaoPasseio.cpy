      * Aluno convidado para um passeio (inscricoes_passeio.idx),
      * chave passeio + matricula. Nasce pendente na emissao das
      * autorizacoes; a devolucao da autorizacao assinada (S) lanca
      * a taxa avulsa PS, cujo numero fica aqui, e a recusa (N) tira
      * o aluno da lista de embarque. IPS-PAGO vira S quando a taxa
      * e quitada pela mensalidade (QUITARTAXA).
       01 REG-INSCRICAO-PASSEIO.
           05 IPS-CHAVE.
               10 IPS-PASSEIO PIC 9(5).
               10 IPS-MATRICULA PIC 9(5).
           05 IPS-TURMA PIC X(10).
           05 IPS-AUTORIZACAO PIC X(1).
               88 IPS-PENDENTE  VALUE "P".
               88 IPS-AUTORIZADO VALUE "S".
               88 IPS-RECUSADO  VALUE "N".
           05 IPS-DATA-AUTORIZACAO PIC 9(8).
           05 IPS-RESPONSAVEL PIC X(30).
           05 IPS-TAXA-NUMERO PIC 9(5).
           05 IPS-PAGO PIC X(1).
           05 IPS-DATA-PAGAMENTO PIC 9(8).
           05 IPS-OPERADOR PIC X(8).
