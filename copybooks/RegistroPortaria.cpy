      * Movimento da portaria (portaria.idx), chave matricula +
      * data + hora: saida antecipada (com quem retirou o aluno,
      * conferido contra retirada.idx) e chegada atrasada. A
      * retirada recusada tambem fica registrada, com situacao R,
      * e vira alerta a coordenacao (evento RETIRADA-NEG). O
      * periodo marca o corte na presenca: na saida e o primeiro
      * periodo perdido (ausente dele em diante), no atraso e o
      * primeiro periodo assistido (ausente nos anteriores). A
      * chamada do diario de classe consulta este arquivo por
      * PORTARIAAUSENTE. Gravado por PORTARIA.cbl.
       01 REG-PORTARIA.
           05 POR-CHAVE.
               10 POR-MATRICULA PIC 9(5).
               10 POR-DATA PIC 9(8).
               10 POR-HORA PIC 9(4).
           05 POR-TIPO PIC X(1).
               88 POR-SAIDA    VALUE "S".
               88 POR-ATRASO   VALUE "A".
           05 POR-SITUACAO PIC X(1).
               88 POR-LIBERADA VALUE "L".
               88 POR-RECUSADA VALUE "R".
           05 POR-PERIODO PIC 9(2).
           05 POR-TURMA PIC X(10).
           05 POR-PESSOA PIC X(30).
           05 POR-DOCUMENTO PIC X(15).
           05 POR-RETIRADA-SEQ PIC 9(2).
           05 POR-MOTIVO PIC X(40).
           05 POR-OPERADOR PIC X(8).
