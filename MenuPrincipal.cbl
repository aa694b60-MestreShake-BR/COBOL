       01 WS-PERFIL PIC X(1).
       01 WS-RESULTADO-ACESSO PIC X(1).
       01 WS-OPCAO-PERMITIDA PIC X(1).
       01 WS-TRAVA-CONJUNTO PIC X(12).
       01 WS-TRAVA-JOB PIC X(16).
       01 WS-TRAVA-LIVRE PIC X(1).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
      * Identificacao do operador antes de qualquer opcao: o perfil
      * decide o que aparece/roda (C = so consultas, M = cadastros,
      * B = tudo, inclusive o cadastro de operadores, O = consultas
      * e a orientacao educacional), e o operador
      * da sessao e carimbado nos logs de auditoria pelos cadastros.
           CALL "CONTROLEACESSO" USING WS-OPERADOR WS-PERFIL
               WS-RESULTADO-ACESSO.
                   " Perfil: " WS-PERFIL
               DISPLAY "========================================="
               DISPLAY "1 - Cadastro de Alunos (media simples)"
               DISPLAY "2 - Cadastro de Alunos (arquivo indexado)"
               DISPLAY "3 - Cadastro de Professores"
               DISPLAY "4 - Importar Alunos via CSV"
               DISPLAY "5 - Cadastro de Disciplinas"
               DISPLAY "Escolha uma opcao: "
               ACCEPT OPCAO

               MOVE "S" TO WS-TRAVA-LIVRE
               PERFORM VERIFICAR-PERMISSAO
               IF WS-OPCAO-PERMITIDA = "S"
                   PERFORM VERIFICAR-TRAVA-EXECUCAO
               END-IF
               IF WS-OPCAO-PERMITIDA = "S"
                   EVALUATE OPCAO
                       WHEN 1
                           DISPLAY "Opcao Invalida!"
                   END-EVALUATE
               ELSE
                   IF WS-TRAVA-LIVRE NOT = "N"
                       DISPLAY "Permissao negada para o perfil "
                           WS-PERFIL "."
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-PERMISSAO.
      * C so entra nas consultas de alunos e professores (os menus
      * internos ainda barram as opcoes de manutencao); M faz toda a
      * manutencao; B faz tudo, inclusive operadores. O (orientacao)
      * tem as consultas de C; a ficha sigilosa fica em ORIENTACAO.
           MOVE "N" TO WS-OPCAO-PERMITIDA.
           EVALUATE TRUE
               WHEN OPCAO = 13
                   IF OPCAO >= 1 AND OPCAO <= 11
                       MOVE "S" TO WS-OPCAO-PERMITIDA
                   END-IF
               WHEN WS-PERFIL = "C" OR WS-PERFIL = "O"
                   IF OPCAO = 2 OR OPCAO = 3
                       MOVE "S" TO WS-OPCAO-PERMITIDA
                   END-IF
           END-EVALUATE.

       VERIFICAR-TRAVA-EXECUCAO.
      * As opcoes que reescrevem ALUNOS.DATA (1 e 4) ou alunos.idx
      * (2) nao abrem enquanto o lote noturno ou o FECHARANO
      * seguram o conjunto; a recusa ja diz quem segura e desde
      * quando (TRAVAEXECUCAO).
           MOVE "S" TO WS-TRAVA-LIVRE.
           EVALUATE OPCAO
               WHEN 1
                   MOVE "ALUNOS.DATA" TO WS-TRAVA-CONJUNTO
                   MOVE "ALUNOS" TO WS-TRAVA-JOB
               WHEN 2
                   MOVE "alunos.idx" TO WS-TRAVA-CONJUNTO
                   MOVE "ALUNOSRELATIVOS" TO WS-TRAVA-JOB
               WHEN 4
                   MOVE "ALUNOS.DATA" TO WS-TRAVA-CONJUNTO
                   MOVE "CSV" TO WS-TRAVA-JOB
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           CALL "TRAVAEXEC-CONSULTAR" USING WS-TRAVA-CONJUNTO
               WS-TRAVA-JOB WS-TRAVA-LIVRE.
           IF WS-TRAVA-LIVRE = "N"
               MOVE "N" TO WS-OPCAO-PERMITIDA
           END-IF.
