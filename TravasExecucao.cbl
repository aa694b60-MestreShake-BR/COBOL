       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRAVASEXECUCAO.
           AUTHOR. Alexandre S S Alves.

      * Painel do supervisor sobre o registro de travas de execucao
      * (travas_execucao.idx, mantido pelo modulo TRAVAEXECUCAO):
      * lista quem segura cada conjunto de dados, com operador,
      * inicio e idade, marcando como ABANDONADA a trava mais velha
      * que o limite do modulo -- job que caiu sem soltar. A
      * liberacao manual exige perfil B e motivo, pede confirmacao
      * dobrada quando a trava ainda nao parece abandonada (o job
      * pode estar rodando) e fica em travas_execucao_auditoria.log
      * (operacao LIBERAR), no mesmo layout dos demais logs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TRAVA-EXEC ASSIGN TO "travas_execucao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEX-CONJUNTO
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-AUDITORIA
               ASSIGN TO "travas_execucao_auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TRAVA-EXEC.
           COPY "RegistroTravaExecucao.cpy".

      * Mesmo layout dos demais logs de auditoria.
       FD  ARQUIVO-AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-MATRICULA     PIC X(8).
           05 AUD-OPERACAO      PIC X(10).
           05 AUD-VALOR-ANTIGO  PIC X(60).
           05 AUD-VALOR-NOVO    PIC X(60).
           05 AUD-DATA-HORA     PIC X(20).
           05 AUD-OPERADOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-CONJUNTO PIC X(12).
       01 WS-MOTIVO PIC X(60).
       01 WS-CONFIRMA PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TOTAL-LISTADO PIC 9(3).
       01 WS-HORAS PIC 9(5).
       01 WS-ABANDONADA PIC X(1).
       01 WS-SITUACAO PIC X(10).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Travas de Execucao de Jobs      ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Listar Travas                 ".
           DISPLAY "2 -  Liberar Trava (perfil B)      ".
           DISPLAY "3 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-TRAVAS
               WHEN 2
                   PERFORM LIBERAR-TRAVA
               WHEN 3
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       LISTAR-TRAVAS.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-TRAVA-EXEC.
           IF WS-STATUS NOT = "00"
               DISPLAY "Nenhuma trava registrada."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "CONJUNTO     JOB              OPERADOR INICIO"
               "           HORAS SITUACAO".
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TRAVA-EXEC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM EXIBIR-TRAVA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TRAVA-EXEC.
           IF WS-TOTAL-LISTADO = ZERO
               DISPLAY "Nenhuma trava registrada."
           END-IF.
           PERFORM PRINCIPAL.

       EXIBIR-TRAVA.
           ADD 1 TO WS-TOTAL-LISTADO.
           CALL "TRAVAEXEC-IDADE" USING TEX-INICIO WS-HORAS
               WS-ABANDONADA.
           IF WS-ABANDONADA = "S"
               MOVE "ABANDONADA" TO WS-SITUACAO
           ELSE
               MOVE "EM USO" TO WS-SITUACAO
           END-IF.
           DISPLAY TEX-CONJUNTO " " TEX-JOB " " TEX-OPERADOR " "
               TEX-INICIO(7:2) "/" TEX-INICIO(5:2) "/"
               TEX-INICIO(1:4) " " TEX-INICIO(9:2) ":"
               TEX-INICIO(11:2) " " WS-HORAS " " WS-SITUACAO.

       LIBERAR-TRAVA.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: a liberacao exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Conjunto a liberar (ex.: ALUNOS.DATA): ".
           ACCEPT WS-CONJUNTO.
           OPEN I-O ARQUIVO-TRAVA-EXEC.
           IF WS-STATUS NOT = "00"
               DISPLAY "Nenhuma trava registrada."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-CONJUNTO TO TEX-CONJUNTO.
           READ ARQUIVO-TRAVA-EXEC KEY IS TEX-CONJUNTO
               INVALID KEY
                   DISPLAY "Conjunto nao esta travado."
                   CLOSE ARQUIVO-TRAVA-EXEC
                   PERFORM PRINCIPAL
           END-READ.
           PERFORM EXIBIR-TRAVA.
           IF WS-ABANDONADA NOT = "S"
               DISPLAY "A trava tem so " WS-HORAS " hora(s); o job "
                   TEX-JOB " pode estar rodando. Liberar mesmo "
                   "assim (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Nada liberado."
                   CLOSE ARQUIVO-TRAVA-EXEC
                   PERFORM PRINCIPAL
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY "Motivo da liberacao: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "Motivo obrigatorio. Nada liberado."
               CLOSE ARQUIVO-TRAVA-EXEC
               PERFORM PRINCIPAL
           END-IF.
           DELETE ARQUIVO-TRAVA-EXEC
               INVALID KEY
                   DISPLAY "Erro ao liberar a trava!"
               NOT INVALID KEY
                   DISPLAY "Trava de " WS-CONJUNTO " liberada."
                   PERFORM GRAVAR-AUDITORIA
           END-DELETE.
           CLOSE ARQUIVO-TRAVA-EXEC.
           PERFORM PRINCIPAL.

       GRAVAR-AUDITORIA.
           MOVE WS-CONJUNTO(1:8) TO AUD-MATRICULA.
           MOVE "LIBERAR" TO AUD-OPERACAO.
           MOVE SPACES TO AUD-VALOR-ANTIGO.
           STRING TEX-CONJUNTO " " TEX-JOB " " TEX-OPERADOR " "
                  TEX-INICIO " " WS-SITUACAO
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
           END-STRING.
           MOVE WS-MOTIVO TO AUD-VALOR-NOVO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF WS-STATUS-AUD = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           WRITE REG-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.
