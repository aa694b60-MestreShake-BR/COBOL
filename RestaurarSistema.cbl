      * registros regravados e confere com a contagem do manifesto
      * antes de declarar sucesso. Qualquer divergencia
      * termina com RETURN-CODE diferente de zero. Pede confirmacao
      * antes de sobrescrever os arquivos vivos e segura as travas
      * de execucao de ALUNOS.DATA e de alunos.idx do inicio ao fim
      * (TRAVAEXECUCAO), como FECHARANO: com o lote noturno ou a
      * manutencao da secretaria em qualquer dos dois, nem comeca.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-BKP ASSIGN TO DYNAMIC WS-NOME-BKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO OF REGISTRO-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-SAI.
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-STATUS-SAI PIC X(2).
       01 WS-NOME-BKP PIC X(30).
       01 WS-NOME-GERACAO PIC X(30).
       01 WS-CONFIRMA PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONTADOR PIC 9(6).
               10 WS-GER-ESPERADO PIC 9(6).
       01 WS-TOTAL-GERS PIC 9(3) VALUE ZERO.
       01 WS-G PIC 9(4).
       01 WS-TRAVA-SEQ PIC X(12) VALUE "ALUNOS.DATA".
       01 WS-TRAVA-IDX PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "RESTAURARSISTEMA".
       01 WS-TRAVA-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
               GOBACK
           END-IF.

           PERFORM OBTER-TRAVAS.
           PERFORM LER-MANIFESTO.

           PERFORM RESTAURAR-ALUNOS-REL.
           PERFORM RESTAURAR-GERACAO.
           PERFORM RESTAURAR-PROFESSORES.
           PERFORM RESTAURAR-AUDITORIA.
           PERFORM SOLTAR-TRAVAS.

           DISPLAY "-----------------------------------------".
           IF WS-DIVERGENCIAS = ZERO
           DISPLAY "=========================================".
           GOBACK.

       OBTER-TRAVAS.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-SEQ WS-TRAVA-JOB
               WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-IDX WS-TRAVA-JOB
               WS-TRAVA-OK.
           IF WS-TRAVA-OK NOT = "S"
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-SEQ WS-TRAVA-JOB
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       SOLTAR-TRAVAS.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-IDX WS-TRAVA-JOB.
           CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-SEQ WS-TRAVA-JOB.

       LER-MANIFESTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MANIFESTO.
           IF WS-STATUS-MAN NOT = "00"
               DISPLAY "backup_manifest.dat nao encontrado. "
                   "Abortando."
               PERFORM SOLTAR-TRAVAS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           UNSTRING LINHA-MANIFESTO DELIMITED BY ";"
               INTO WS-CAMPO-MAN(1) WS-CAMPO-MAN(2) WS-CAMPO-MAN(3)
           END-UNSTRING.
      * Backups anteriores a conversao do cadastro para indexado
      * registram o mesmo arquivo como alunos.dat; o conteudo do
      * backup (registro a registro) e o mesmo nos dois casos.
           EVALUATE WS-CAMPO-MAN(1)
               WHEN "alunos.idx"
               WHEN "alunos.dat"
                   MOVE WS-CAMPO-MAN(2)(1:6) TO WS-ESPERADO-REL
               WHEN "ALUNOS.DATA"
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE LINHA-BKP(1:117) TO REGISTRO-ALUNO
                           WRITE REGISTRO-ALUNO INVALID KEY
                               DISPLAY "Erro ao regravar matricula "
                                   MATRICULA-ALUNO OF REGISTRO-ALUNO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR
                           END-WRITE
               CLOSE ARQUIVO-BKP
               CLOSE ARQUIVO-ALUNOS-REL
               IF WS-CONTADOR = WS-ESPERADO-REL
                   DISPLAY "alunos.idx: " WS-CONTADOR
                       " registro(s) - CONFERE"
               ELSE
                   DISPLAY "alunos.idx: " WS-CONTADOR
                       " regravado(s), esperado " WS-ESPERADO-REL
                       " - DIVERGE"
                   ADD 1 TO WS-DIVERGENCIAS
