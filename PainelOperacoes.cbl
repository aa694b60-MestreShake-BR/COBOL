           AUTHOR. Alexandre S S Alves.

      * Painel de saude das bases em um console so: contagens de
      * alunos.idx, ALUNOS.DATA e professores.idx (ativos x
      * inativos), os totais do ultimo trailer de controle, a
      * geracao corrente, se ha checkpoint de CSV pendente (carga
      * interrompida), o tamanho da fila de rejeitos e o desfecho da
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
           PERFORM CONTAR-REJEITOS.
           PERFORM LER-ULTIMO-LOTE.

           DISPLAY "alunos.idx (cadastro):    " WS-QTD-ALUNOS-REL
               " registro(s)".
           DISPLAY "ALUNOS.DATA (notas):      " WS-QTD-ALUNOS-SEQ
               " registro(s), " WS-QTD-TRAILERS " trailer(s)".
