      * Passeio ou visita de estudo (passeios.idx), chave numero
      * sequencial: data, destino, ate seis turmas convidadas, custo
      * por aluno e transporte. O custo e cobrado como taxa avulsa
      * PS de cada aluno cuja familia devolveu a autorizacao
      * assinada (RegistroInscricaoPasseio.cpy). Situacao A aberto,
      * C cancelado (taxas abertas canceladas), R realizado.
      * Gravado por PASSEIOS.cbl.
       01 REG-PASSEIO.
           05 PAS-NUMERO PIC 9(5).
           05 PAS-DESCRICAO PIC X(30).
           05 PAS-DESTINO PIC X(30).
           05 PAS-DATA PIC 9(8).
           05 PAS-HORA-SAIDA PIC 9(4).
           05 PAS-HORA-RETORNO PIC 9(4).
           05 PAS-TURMAS.
               10 PAS-TURMA PIC X(10) OCCURS 6 TIMES.
           05 PAS-CUSTO PIC 9(5)V9(2).
           05 PAS-TRANSPORTE PIC X(30).
           05 PAS-PRAZO-AUTORIZACAO PIC 9(8).
           05 PAS-SITUACAO PIC X(1).
               88 PAS-ABERTO    VALUE "A".
               88 PAS-CANCELADO VALUE "C".
               88 PAS-REALIZADO VALUE "R".
           05 PAS-OPERADOR PIC X(8).
