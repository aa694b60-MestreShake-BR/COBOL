      * Lote recebido de um ingrediente da merenda
      * (lotes_merenda.idx), um por nota fiscal e validade. A chave
      * ingrediente+validade+sequencia deixa os lotes na ordem de
      * vencimento: a baixa de consumo gasta primeiro o que vence
      * primeiro, e o alerta de validade olha o saldo de cada lote.
       01 REG-LOTE-MERENDA.
           05 LOT-CHAVE.
               10 LOT-INGREDIENTE PIC X(6).
               10 LOT-VALIDADE PIC 9(8).
               10 LOT-SEQUENCIA PIC 9(4).
           05 LOT-NOTA-FISCAL PIC X(15).
           05 LOT-FORNECEDOR PIC X(30).
           05 LOT-DATA-RECEBIMENTO PIC 9(8).
           05 LOT-QTD-RECEBIDA PIC 9(7)V9(3).
           05 LOT-SALDO PIC 9(7)V9(3).
