      * Oferta de eletiva / itinerario formativo (eletivas.idx) do
      * ensino medio, mantida por ELETIVAS.cbl. O codigo tem as
      * mesmas 10 posicoes de TUR-CODIGO e nao pode coincidir com
      * uma turma: o grupo da eletiva ocupa o lugar da turma na
      * grade (GRH-TURMA), no diario (DIA-TURMA) e na digitacao de
      * notas, com a lista de inscritos no lugar da lista de
      * chamada. Cada oferta tem um encaixe semanal (dia/periodo),
      * reservado na grade para todas as series da faixa atendida.
       01 REG-ELETIVA.
           05 ELT-CODIGO PIC X(10).
           05 ELT-ANO-LETIVO PIC 9(4).
           05 ELT-DISCIPLINA PIC X(20).
           05 ELT-PROFESSOR PIC X(8).
           05 ELT-SALA PIC X(10).
           05 ELT-DIA PIC 9(1).
           05 ELT-PERIODO PIC 9(2).
           05 ELT-VAGAS PIC 9(3).
           05 ELT-SERIE-INICIAL PIC 9(2).
           05 ELT-SERIE-FINAL PIC 9(2).
           05 ELT-STATUS PIC X(1).
               88 ELT-ATIVA     VALUE "A".
               88 ELT-ENCERRADA VALUE "E".
