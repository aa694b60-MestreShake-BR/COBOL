               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-RETIDOS ASSIGN TO "retidos.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-CAD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-CAD WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.
           SELECT ARQUIVO-CONSELHO ASSIGN TO "conselho.idx"
               ORGANIZATION IS INDEXED
       01 WS-STATUS-CSL         PIC X(2).
       01 WS-TEM-CONSELHO       PIC X.
       01 WS-TOTAL-CONSELHO     PIC 9(3) VALUE ZERO.
       01 WS-DEP-MATRICULA      PIC 9(5).
       01 WS-DEP-ANO            PIC 9(4).
       01 WS-DEP-ABERTAS        PIC 9(2).
       01 WS-DEP-MAIS-ANTIGA    PIC 9(4).
       01 WS-DEP-DO-ANO         PIC 9(2).
       01 WS-ANOS-DEPENDENCIA   PIC 9(1) VALUE 1.
       01 WS-TOTAL-DEPENDENCIA  PIC 9(3) VALUE ZERO.
       01 WS-SERIE-ALUNO        PIC 9(2).
       01 WS-CONCEITUAL         PIC X.
       01 WS-TOTAL-CONCEITUAIS  PIC 9(5) VALUE ZERO.

       01 WS-MODO-VERIF PIC X VALUE "E".
       01 WS-VERIF-OK PIC X.
       01 WS-POL-PESO3 PIC 9(3).
       01 WS-POL-ARREDONDA PIC X.
       01 WS-STATUS-CAD PIC X(2).
       01 WS-ALUNO-FORA-QUADRO PIC X.
       01 WS-TOTAL-FORA-QUADRO PIC 9(5) VALUE ZERO.
       01 WS-EVT-TIPO PIC X(14).

           CALL "POLITICANOTAS" USING WS-CORTE WS-POL-PESO1
               WS-POL-PESO2 WS-POL-PESO3 WS-POL-ARREDONDA.
           CALL "POLITICA-DEPENDENCIA" USING WS-ANOS-DEPENDENCIA.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "35"
               WS-TOTAL-FORA-QUADRO.
           DISPLAY "Decisoes do conselho aplicadas:  "
               WS-TOTAL-CONSELHO.
           DISPLAY "Retidos por dependencia vencida: "
               WS-TOTAL-DEPENDENCIA.
           DISPLAY "Avaliados por conceito:          "
               WS-TOTAL-CONCEITUAIS.
           DISPLAY "Arquivos gerados: promovidos.csv, retidos.csv".
           DISPLAY "=========================================".
           GOBACK.
      * decisao continua apenas pelas notas, como antes da
      * apuracao existir.
           PERFORM APURAR-FREQUENCIA.
      * Serie avaliada por conceito nao tem media de verdade: a
      * promocao segue a frequencia e a decisao do conselho.
           MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO TO WS-DEP-MATRICULA.
           CALL "ALUNOCONCEITUAL" USING WS-DEP-MATRICULA
               WS-SERIE-ALUNO WS-CONCEITUAL.
           IF WS-CONCEITUAL = "S"
               ADD 1 TO WS-TOTAL-CONCEITUAIS
               PERFORM CLASSIFICAR-POR-FREQUENCIA
           ELSE
               PERFORM CLASSIFICAR-POR-NOTA
           END-IF.
      * A decisao do conselho de classe fala por cima do calculo:
      * aprovado (com ou sem dependencia) sai da retencao e fica
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM CONFERIR-DEPENDENCIAS.
           PERFORM DESTINAR-ALUNO.

       CLASSIFICAR-POR-FREQUENCIA.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           IF WS-DIAS-LETIVOS > ZERO AND WS-PERCENTUAL-FRQ < 75
               MOVE "FREQUENCIA" TO WS-MOTIVO-RETENCAO
           END-IF.

       CLASSIFICAR-POR-NOTA.
      * Registro sem RESULTADO gravado (por exemplo, vindo da
      * unificacao de cadastros) e decidido aqui pelo corte da
      * politica de notas, em vez de cair em retido por engano.
           IF RESULTADO OF REGISTRO-ALUNO = SPACES
               IF MEDIA OF REGISTRO-ALUNO >= WS-CORTE
                   MOVE "PASSOU" TO RESULTADO OF REGISTRO-ALUNO
               ELSE
                   MOVE "REPROVOU" TO RESULTADO OF REGISTRO-ALUNO
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           IF WS-DIAS-LETIVOS > ZERO AND WS-PERCENTUAL-FRQ < 75
               IF RESULTADO OF REGISTRO-ALUNO = "PASSOU"
                   MOVE "FREQUENCIA" TO WS-MOTIVO-RETENCAO
               ELSE
                   MOVE "NOTA+FREQUENCIA" TO WS-MOTIVO-RETENCAO
               END-IF
           ELSE
               IF RESULTADO OF REGISTRO-ALUNO NOT = "PASSOU"
                   MOVE "NOTA" TO WS-MOTIVO-RETENCAO
               END-IF
           END-IF.

       DESTINAR-ALUNO.
           IF WS-MOTIVO-RETENCAO = SPACES
               PERFORM ESCREVER-LINHA-PROMOVIDOS
               ADD 1 TO WS-TOTAL-PROMOVIDOS
                   WS-EVT-DADOS
           END-IF.

       CONFERIR-DEPENDENCIAS.
      * Dependencia aberta ha mais tempo que o prazo da politica
      * (POLITICA-DEPENDENCIA, em anos letivos contados do ano de
      * origem) segura o aluno que de outra forma seria promovido.
      * Aprovacao com dependencia sem a dependencia registrada em
      * DEPENDENCIAS sai denunciada, para a secretaria abri-la.
           MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO TO WS-DEP-MATRICULA.
           MOVE ANO-LETIVO OF REGISTRO-ALUNO TO WS-DEP-ANO.
           CALL "DEPENDENCIAABERTA" USING WS-DEP-MATRICULA
               WS-DEP-ANO WS-DEP-ABERTAS WS-DEP-MAIS-ANTIGA
               WS-DEP-DO-ANO.
           IF WS-TEM-CONSELHO = "S" AND CSL-APROVAR-DEPENDENTE
                   AND WS-DEP-DO-ANO = ZERO
               DISPLAY "Aviso: aluno " WS-DEP-MATRICULA
                   " aprovado com dependencia sem dependencia "
                   "registrada."
           END-IF.
           IF WS-MOTIVO-RETENCAO = SPACES AND WS-DEP-ABERTAS > ZERO
                   AND WS-DEP-MAIS-ANTIGA + WS-ANOS-DEPENDENCIA
                       <= WS-DEP-ANO
               MOVE "DEPENDENCIA" TO WS-MOTIVO-RETENCAO
               ADD 1 TO WS-TOTAL-DEPENDENCIA
               DISPLAY "DEPENDENCIA: aluno " WS-DEP-MATRICULA
                   " retido; dependencia aberta desde "
                   WS-DEP-MAIS-ANTIGA "."
           END-IF.

       CONSULTAR-CONSELHO.
           MOVE "N" TO WS-TEM-CONSELHO.
           OPEN INPUT ARQUIVO-CONSELHO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD = "00"
               MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO
                   TO MATRICULA-ALUNO OF REGISTRO-ALUNO-CAD
               READ ARQUIVO-CADASTRO
                   INVALID KEY
                       CONTINUE
