      * Habilitacao do professor (habilitacoes.idx): um registro por
      * professor e area de formacao. HAB-TIPO "D" e a habilitacao
      * definitiva (diploma registrado); "P" e a autorizacao
      * provisoria para lecionar a titulo precario, sempre com
      * validade. HAB-VALIDADE zero = sem vencimento. A area liga o
      * professor as disciplinas pela tabela areas_disciplinas.idx;
      * a conferencia e feita por VERIFICARHABILITACAO. Mantido por
      * HABILITACOES.cbl.
       01 REG-HABILITACAO.
           05 HAB-CHAVE.
               10 HAB-PROFESSOR PIC X(8).
               10 HAB-AREA PIC X(10).
           05 HAB-TIPO PIC X(1).
               88 HAB-DEFINITIVA  VALUE "D".
               88 HAB-PROVISORIA  VALUE "P".
           05 HAB-GRAU PIC X(1).
               88 HAB-LICENCIATURA VALUE "L".
               88 HAB-BACHARELADO  VALUE "B".
               88 HAB-TECNOLOGO    VALUE "T".
               88 HAB-MAGISTERIO   VALUE "M".
           05 HAB-CURSO PIC X(30).
           05 HAB-REGISTRO PIC X(15).
           05 HAB-VALIDADE PIC 9(8).
           05 HAB-DATA-CADASTRO PIC 9(8).
           05 HAB-OPERADOR PIC X(8).
