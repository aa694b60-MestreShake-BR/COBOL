      * Reuniao com as familias (reunioes.idx), chave numero
      * sequencial. Tipo "T" e a reuniao de pais da turma no
      * bimestre; tipo "I" e o atendimento individual de um
      * professor com a familia de um aluno (RNI-MATRICULA).
      * Duas reunioes que nao estejam canceladas nao dividem a
      * mesma sala (salas.idx) em horarios que se cruzam, e o
      * professor nao tem dois atendimentos ao mesmo tempo.
      * Mantido por REUNIOES.cbl; os convites vao pela fila de
      * eventos (REUNIAO-PAIS) e a presenca fica em
      * presencas_reuniao.idx.
       01 REG-REUNIAO.
           05 RNI-NUMERO PIC 9(5).
           05 RNI-TIPO PIC X(1).
               88 RNI-DE-TURMA    VALUE "T".
               88 RNI-INDIVIDUAL  VALUE "I".
           05 RNI-ANO-LETIVO PIC 9(4).
           05 RNI-BIMESTRE PIC 9(1).
           05 RNI-TURMA PIC X(10).
           05 RNI-PROFESSOR PIC X(8).
           05 RNI-MATRICULA PIC 9(5).
           05 RNI-DATA PIC 9(8).
           05 RNI-HORA-INICIO PIC 9(4).
           05 RNI-HORA-FIM PIC 9(4).
           05 RNI-SALA PIC X(10).
           05 RNI-PAUTA PIC X(40).
           05 RNI-SITUACAO PIC X(1).
               88 RNI-AGENDADA  VALUE "A".
               88 RNI-REALIZADA VALUE "R".
               88 RNI-CANCELADA VALUE "C".
           05 RNI-OPERADOR PIC X(8).
