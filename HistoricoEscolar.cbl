      * Quando o mesmo ano aparece em mais de uma fonte, vale a
      * fonte mais recente (geracoes em ordem crescente; fechamento
      * de ano por ultimo). Sai em historico_escolar.rel via
      * IMPRELATORIO. As dependencias (progressao parcial) do aluno
      * em dependencias.idx saem ao final, com a situacao de cada
      * uma; a aberta fica marcada EM ABERTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-FONTE ASSIGN TO DYNAMIC WS-NOME-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FNT.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FONTE.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-PTR PIC X(2).
       01 WS-STATUS-FNT PIC X(2).
       01 WS-STATUS-DEP PIC X(2).
       01 WS-TOTAL-DEP PIC 9(2).
       01 WS-SITUACAO-DEP PIC X(10).
       01 WS-NOME-FONTE PIC X(30).
       01 WS-MATRICULA PIC 9(5).
       01 WS-NOME-ALUNO PIC X(20).
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM IMPRIMIR-DEPENDENCIAS.
           CALL "REL-FECHAR".

       IMPRIMIR-DEPENDENCIAS.
           MOVE ZERO TO WS-TOTAL-DEP.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-MATRICULA TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-DISCIPLINA.
           MOVE ZERO TO DEP-ANO-ORIGEM.
           START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DEP-MATRICULA NOT = WS-MATRICULA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM IMPRIMIR-UMA-DEPENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.

       IMPRIMIR-UMA-DEPENDENCIA.
           IF WS-TOTAL-DEP = ZERO
               MOVE "DEPENDENCIAS (PROGRESSAO PARCIAL):"
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           ADD 1 TO WS-TOTAL-DEP.
           EVALUATE TRUE
               WHEN DEP-APROVADA
                   MOVE "APROVADA" TO WS-SITUACAO-DEP
               WHEN DEP-REPROVADA
                   MOVE "REPROVADA" TO WS-SITUACAO-DEP
               WHEN OTHER
                   MOVE "EM ABERTO" TO WS-SITUACAO-DEP
           END-EVALUATE.
           STRING DEP-ANO-ORIGEM "   " DEP-DISCIPLINA
               " MEDIA " DEP-MEDIA " " WS-SITUACAO-DEP
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
