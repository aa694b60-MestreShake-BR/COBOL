      * Prazo de entrega de notas por bimestre (prazos_notas.idx),
      * chave ano letivo + bimestre. O prazo nao e uma data solta:
      * e contado em dias corridos a partir do fim do bimestre em
      * bimestres.dat, de modo que mudar o calendario arrasta o
      * prazo junto. PRZ-DATA-LIMITE guarda o ultimo calculo, para
      * listagem. Os indicadores marcam que o lembrete aos
      * professores e o escalonamento a coordenacao ja foram para a
      * fila de eventos, para o lote noturno nao repeti-los todo
      * dia. Mantido e processado por PRAZOSNOTAS.cbl.
       01 REG-PRAZO-NOTAS.
           05 PRZ-CHAVE.
               10 PRZ-ANO-LETIVO PIC 9(4).
               10 PRZ-BIMESTRE PIC 9(1).
           05 PRZ-DIAS-APOS-FIM PIC 9(2).
           05 PRZ-DIAS-AVISO PIC 9(2).
           05 PRZ-DATA-LIMITE PIC 9(8).
           05 PRZ-LEMBRETE PIC X(1).
               88 PRZ-LEMBRETE-ENVIADO VALUE "S".
           05 PRZ-ESCALONAMENTO PIC X(1).
               88 PRZ-ESCALONADO VALUE "S".
           05 PRZ-OPERADOR PIC X(8).
           05 PRZ-DATA-CADASTRO PIC 9(8).
