      * Registro de negativacao (negativacoes.idx): uma linha por
      * cobranca em atraso levada ao cadastro de protecao ao
      * credito, com chave igual a da mensalidade. Guarda a prova
      * de cada etapa exigida em lei: aviso previo ao responsavel
      * (com o prazo dado), inclusao enviada ao bureau (data e lote)
      * e exclusao enviada quando a divida foi paga ou absorvida por
      * acordo. Mantido por NEGATIVACAO.cbl e pela exclusao imediata
      * de BAIXANEGATIVACAO, chamada na baixa de MENSALIDADES.cbl,
      * no tratamento do suspenso e no acordo de ACORDOS.cbl.
       01 REG-NEGATIVACAO.
           05 NEG-CHAVE.
               10 NEG-MATRICULA PIC 9(5).
               10 NEG-COMPETENCIA PIC 9(6).
           05 NEG-VENCIMENTO PIC 9(8).
           05 NEG-VALOR PIC 9(5)V9(2).
           05 NEG-DEVEDOR PIC X(30).
           05 NEG-STATUS PIC X(1).
      * N = aviso previo enviado, aguardando o prazo
      * I = incluida no bureau
      * X = divida baixada, exclusao ainda nao emitida
      * E = exclusao emitida ao bureau
      * C = baixada ainda no prazo do aviso, nunca incluida
               88 NEG-AVISADA            VALUE "N".
               88 NEG-INCLUIDA           VALUE "I".
               88 NEG-EXCLUSAO-PENDENTE  VALUE "X".
               88 NEG-EXCLUIDA           VALUE "E".
               88 NEG-CANCELADA          VALUE "C".
           05 NEG-DATA-AVISO PIC 9(8).
           05 NEG-DATA-LIMITE PIC 9(8).
           05 NEG-DATA-INCLUSAO PIC 9(8).
           05 NEG-LOTE-INCLUSAO PIC 9(6).
           05 NEG-DATA-BAIXA PIC 9(8).
           05 NEG-MOTIVO-BAIXA PIC X(1).
               88 NEG-BAIXA-PAGAMENTO VALUE "P".
               88 NEG-BAIXA-ACORDO    VALUE "A".
           05 NEG-DATA-EXCLUSAO PIC 9(8).
           05 NEG-LOTE-EXCLUSAO PIC 9(6).
