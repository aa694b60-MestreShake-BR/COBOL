      * Manutencao do cadastro oficial de turmas (turmas.idx), no
      * mesmo desenho de menu de DISCIPLINAS.cbl. O professor regente
      * informado e conferido contra professores.idx, e a lotacao
      * atual de cada turma e contada direto de alunos.idx, que e a
      * origem da verdade sobre quem esta matriculado onde.

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-SALA ASSIGN TO "salas.idx"
               ORGANIZATION IS INDEXED
       01 WS-TOTAL-MATRICULADOS PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-LISTADO PIC 9(3) VALUE ZERO.
       01 WS-STATUS-SAL PIC X(2).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-SALA-BLOQUEADA PIC X.
       01 WS-CHAMADO-BLOQ PIC 9(6).
       01 WS-FIM-BLOQ PIC 9(8).
       01 WS-PROBLEMA-BLOQ PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
      * Com salas.idx no ar, a sala da turma deixa de ser texto
      * livre: precisa existir e estar ativa, e a capacidade da
      * turma nao deve exceder a capacidade fisica da sala. Sem o
      * cadastro de salas, tudo segue como antes. Sala bloqueada
      * hoje por chamado de manutencao tambem gera aviso.
           IF TUR-SALA = SPACES
               EXIT PARAGRAPH
           END-IF.
                   END-IF
           END-READ.
           CLOSE ARQUIVO-SALA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           CALL "SALABLOQUEADA" USING TUR-SALA WS-HOJE
               WS-SALA-BLOQUEADA WS-CHAMADO-BLOQ WS-FIM-BLOQ
               WS-PROBLEMA-BLOQ.
           IF WS-SALA-BLOQUEADA = "S"
               DISPLAY "Aviso: sala bloqueada pelo chamado "
                   WS-CHAMADO-BLOQ " ate " WS-FIM-BLOQ
                   " (zeros = ate o fechamento)."
           END-IF.

       CONFERIR-PROF-REGENTE.
      * O regente e informativo, mas avisa quando a matricula nao
           PERFORM PRINCIPAL.

       CONTAR-MATRICULADOS.
      * Conta em alunos.idx quantos alunos ja apontam para a turma
      * carregada em REG-TURMA, a mesma varredura sequencial usada
      * por LISTAR-POR-TURMA em ALUNOSRELATIVOS.cbl.
           MOVE ZERO TO WS-TOTAL-MATRICULADOS.
