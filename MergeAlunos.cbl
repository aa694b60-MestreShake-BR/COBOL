
      * Unificacao dos dois cadastros de alunos em um registro de
      * ouro por matricula, gravado em alunos_unificado.dat (arquivo
      * relativo com a matricula como chave). Precedencia
      * declarada: campos cadastrais (nome, idade, professor, turma,
      * ano) vem de alunos.idx; notas, media e resultado vem de
      * ALUNOS.DATA. Matriculas com nomes diferentes nos dois
      * arquivos sao conflito sem resolucao automatica: saem no
      * relatorio de excecoes
      * (alunos_excecoes.txt) e o registro unificado fica marcado
      * com RESULTADO "CONFLITO NOME" para ninguem confiar nele sem
      * conferir. Diferente de RECONALUNOS, nao ha tabela limitada a
           SELECT ARQUIVO-ALUNOS-SEQ ASSIGN TO "ALUNOS.DATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT ARQUIVO-ALUNOS-REL ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               ALTERNATE RECORD KEY IS TURMA OF REGISTRO-ALUNO-REL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO
                   OF REGISTRO-ALUNO-REL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REL.
           SELECT ARQUIVO-UNIFICADO
               ASSIGN TO "alunos_unificado.dat"
       01 WS-STATUS-REL PIC X(2).
       01 WS-STATUS-UNI PIC X(2).
       01 WS-STATUS-EXC PIC X(2).
       01 WS-CHAVE-UNI PIC 9(5).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-REL-ENCONTRADO PIC X.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "  Unificacao ALUNOS.DATA x alunos.idx".
           DISPLAY "=========================================".

           OPEN INPUT ARQUIVO-ALUNOS-SEQ.
           END-IF.
           OPEN OUTPUT ARQUIVO-UNIFICADO.
           OPEN OUTPUT ARQUIVO-EXCECOES.
           MOVE "MATRICULA;NOME ALUNOS.DATA;NOME alunos.idx"
               TO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

           DISPLAY "-----------------------------------------".
           DISPLAY "Presentes nos dois arquivos: " WS-TOTAL-AMBOS.
           DISPLAY "Somente em ALUNOS.DATA:      " WS-TOTAL-SO-SEQ.
           DISPLAY "Somente em alunos.idx:       " WS-TOTAL-SO-REL.
           DISPLAY "Conflitos de nome:           "
               WS-TOTAL-CONFLITOS.
           DISPLAY "Unificado em alunos_unificado.dat; excecoes em "
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL = "00"
               MOVE MATRICULA-ALUNO OF REGISTRO-ALUNO-SEQ
                   TO MATRICULA-ALUNO OF REGISTRO-ALUNO-REL
               READ ARQUIVO-ALUNOS-REL
                   INVALID KEY
                       CONTINUE
           WRITE LINHA-EXCECAO.

       COMPLETAR-DO-REL.
      * Segunda passada: alunos que so existem no cadastro indexado
      * entram no unificado apenas com os campos cadastrais. A
      * presenca e conferida direto no arquivo unificado (leitura
      * chaveada), sem tabela em memoria.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS-REL.
           IF WS-STATUS-REL NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-REL "); segunda passada pulada."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
