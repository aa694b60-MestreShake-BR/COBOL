      * Inscricao de aluno em eletiva (inscricoes_eletivas.idx),
      * chave matricula + codigo da eletiva. O pedido entra como
      * "P" e so vira vaga no processamento de ELETIVAS.cbl, que
      * ordena os pedidos pela serie (a mais adiantada primeiro) e
      * pela data/hora do pedido: dentro das vagas fica "M", o
      * resto vai para a espera ("E") na ordem de IEL-POSICAO.
      * Cancelamento ("C") libera a vaga para o primeiro da espera.
       01 REG-INSCRICAO-ELETIVA.
           05 IEL-CHAVE.
               10 IEL-MATRICULA PIC 9(5).
               10 IEL-ELETIVA PIC X(10).
           05 IEL-ANO-LETIVO PIC 9(4).
           05 IEL-NOME PIC X(20).
           05 IEL-SERIE PIC 9(2).
           05 IEL-DATA-PEDIDO PIC 9(8).
           05 IEL-HORA-PEDIDO PIC 9(6).
           05 IEL-SITUACAO PIC X(1).
               88 IEL-PEDIDO      VALUE "P".
               88 IEL-MATRICULADO VALUE "M".
               88 IEL-EM-ESPERA   VALUE "E".
               88 IEL-CANCELADO   VALUE "C".
           05 IEL-POSICAO PIC 9(3).
           05 IEL-OPERADOR PIC X(8).
