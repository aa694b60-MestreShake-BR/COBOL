           AUTHOR. Alexandre S S Alves.

      * Backup completo dos arquivos de dados em uma unica execucao:
      * alunos.idx, ALUNOS.DATA, todas as geracoes ALUNOS.DATA.Gnnnn
      * ate a corrente (apontada por alunos_geracao.dat),
      * professores.idx e professor_auditoria.log. Cada arquivo e
      * descarregado registro a registro para uma copia plana
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
               FILE STATUS IS WS-STATUS-ENT.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-ENT NOT = "00"
               DISPLAY "alunos.idx ausente; pulado."
           ELSE
               OPEN OUTPUT ARQUIVO-BKP
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS-REL
               CLOSE ARQUIVO-BKP
               DISPLAY "alunos.idx: " WS-CONTADOR " registro(s)."
           END-IF.
           MOVE SPACES TO LINHA-MANIFESTO.
           STRING "alunos.idx;" DELIMITED BY SIZE
                  WS-CONTADOR DELIMITED BY SIZE
               INTO LINHA-MANIFESTO
           END-STRING.
